           05  EMP-METODE-PAJAK     PIC X(1).
      *tipe penerima penghasilan : "T" pegawai tetap (default bila
      *kosong), "H" pegawai tidak tetap/upah harian lepas, "B" bukan
      *pegawai (honorarium, DPP 50% progresif), "W" wajib pajak luar
      *negeri (PPh 26); menentukan jalur perhitungan dan kode objek
      *pajak di log/GL/e-Bupot
           05  EMP-TIPE-PENERIMA    PIC X(1).
           05  EMP-STATUS-AKTIF     PIC X(1).
      *status PTKP ditetapkan per 1 Januari : EMP-KODE-PTKP berlaku
      *mulai tahun pajak EMP-PTKP-BERLAKU (nol = sejak awal), tahun
      *sebelumnya tetap memakai EMP-KODE-PTKP-LAMA; perubahan status
      *di tengah tahun (mis. menikah Juli) baru berlaku tahun depan
           05  EMP-PTKP-BERLAKU     PIC 9(4).
           05  EMP-KODE-PTKP-LAMA   PIC X(1).
      *identitas wajib pajak luar negeri (tipe "W") untuk PPh 26 :
      *kode negara domisili, nomor paspor/TIN, dan SKD (surat
      *keterangan domisili) dengan masa berlaku (YYYYMMDD) serta
      *tarif P3B/tax treaty dalam persen; tanpa SKD yang berlaku
      *dipotong tarif umum 20%. Record lama berisi spasi di sini
           05  EMP-NEGARA           PIC X(2).
           05  EMP-PASPOR-TIN       PIC X(20).
           05  EMP-SKD-NOMOR        PIC X(20).
           05  EMP-SKD-MULAI        PIC 9(8).
           05  EMP-SKD-AKHIR        PIC 9(8).
           05  EMP-TARIF-P3B        PIC 9(2)V9(2).
      *cadangan perluasan layout, supaya kolom berikutnya tidak
      *memerlukan konversi master lagi
           05  FILLER               PIC X(18).
