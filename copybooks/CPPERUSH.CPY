           05  PRS-NPWP             PIC X(20).
           05  PRS-ALAMAT           PIC X(60).
           05  PRS-PENANDATANGAN    PIC X(30).
      *fasilitas PPh 21 DTP (ditanggung pemerintah) : "Y" bila
      *perusahaan memanfaatkan insentif; berlaku hanya bila KLU
      *perusahaan ada di daftar KLU DTP tahun pajak (RATE-FILE jenis
      *"K"). Sisanya cadangan supaya kolom berikutnya tidak
      *memerlukan konversi lagi
           05  PRS-DTP-FLAG         PIC X(1).
           05  PRS-KLU              PIC X(5).
           05  FILLER               PIC X(50).
