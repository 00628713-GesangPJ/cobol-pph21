                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EBUPOT-STATUS.

      *file import e-Bupot 26 (wajib pajak luar negeri) per masa
           SELECT EBUPOT26-FILE ASSIGN DYNAMIC WS-EBUPOT26-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EBUPOT26-STATUS.

      *register nomor bukti potong PPh 21 final (pesangon/pensiun
      *sekaligus), key tahun+masa+NIK+kode objek
           SELECT BUPOTFIN-FILE ASSIGN DYNAMIC WS-BUPOTFIN-FILENAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BPF-KEY
                FILE STATUS IS WS-BUPOTFIN-STATUS.

      *file import e-Bupot bukti potong PPh 21 final per masa
           SELECT EBUPOTF-FILE ASSIGN DYNAMIC WS-EBUPOTF-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EBUPOTF-STATUS.

      *kontrol periode (key tahun+masa) : status buka/tutup masa dan
      *nomor run terakhir, dicek sebelum batch menulis output
           SELECT PERIODE-FILE ASSIGN DYNAMIC WS-PERIODE-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLRUN-STATUS.

      *file GL per-run pembalik : ditulis sambil membaca file GL run
      *yang dibatalkan, jadi perlu FD sendiri
           SELECT GLBATAL-FILE ASSIGN DYNAMIC WS-GLBATAL-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLBATAL-STATUS.

      *file transaksi HRIS untuk update master karyawan : header
      *H,id-batch,tanggal, baris B/U/K per NIK dan trailer jumlah
           SELECT HRIS-FILE ASSIGN DYNAMIC WS-HRIS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HRIS-STATUS.

      *laporan transaksi HRIS yang ditolak dan yang diterapkan
           SELECT HRTOLAK-FILE ASSIGN DYNAMIC WS-HRTOLAK-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HRTOLAK-STATUS.
           SELECT HRTERAP-FILE ASSIGN DYNAMIC WS-HRTERAP-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HRTERAP-STATUS.

      *checkpoint per id batch HRIS : baris terakhir yang selesai
      *diproses, supaya file yang terputus dilanjutkan dan file yang
      *sudah selesai tidak diterapkan dua kali
           SELECT HRCKPT-FILE ASSIGN DYNAMIC WS-HRCKPT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HRCKPT-STATUS.

      *laporan peringatan dini kurang potong : proyeksi pajak
      *setahun lawan potongan sampai Desember per karyawan, dengan
      *subtotal per perusahaan dan departemen
           SELECT KPRPT-FILE ASSIGN DYNAMIC WS-KPRPT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KPRPT-STATUS.

      *daftar operator program (key ID operator) : password hash dan
      *peran yang menentukan mode yang boleh dibuka
           SELECT OPERATOR-FILE ASSIGN DYNAMIC WS-OPERATOR-FILENAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPR-USER-ID
                FILE STATUS IS WS-OPERATOR-STATUS.

      *log keamanan : sign-on gagal, mode yang ditolak dan perubahan
      *daftar operator, satu baris per kejadian
           SELECT SECLOG-FILE ASSIGN DYNAMIC WS-SECLOG-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SECLOG-STATUS.

      *laporan realisasi PPh 21 DTP per masa : rincian karyawan yang
      *pajaknya ditanggung pemerintah dengan subtotal per perusahaan
           SELECT DTPRPT-FILE ASSIGN DYNAMIC WS-DTPRPT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DTPRPT-STATUS.

      *profil perusahaan layout LAMA (sebelum kolom fasilitas DTP
      *dan KLU) : hanya dibaca oleh konversi profil satu kali
           SELECT PRSHLAMA-FILE ASSIGN DYNAMIC WS-PRSHLAMA-FILENAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRSL-KODE
                FILE STATUS IS WS-PRSHLAMA-STATUS.

      *master karyawan persisten (key NIK) berisi identitas, kode
      *PTKP, departemen dan iuran BPJS, supaya data yang tidak
      *berubah tiap bulan tidak diketik ulang
                RECORD KEY IS EMPL-NIK
                FILE STATUS IS WS-EMPLAMA-STATUS.

      *master karyawan layout sebelum kolom tahun berlaku PTKP :
      *juga hanya dibaca oleh konversi master
           SELECT EMPLAMA2-FILE ASSIGN DYNAMIC WS-EMPLAMA-FILENAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMPL2-NIK
                FILE STATUS IS WS-EMPLAMA-STATUS.

      *histori perhitungan terindeks (key tahun+masa+NIK+jenis+run) :
      *ditulis berdampingan dengan pph21-log.txt supaya true-up,
      *e-Bupot dan laporan periode membaca hanya masa yang diperlukan
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNHIST-STATUS.

      *jurnal perubahan master karyawan : satu baris per kolom yang
      *berubah saat tambah/ubah/nonaktif (waktu, petugas, nilai lama
      *dan baru, tahun berlaku PTKP), hanya ditambah, tidak ditimpa
           SELECT EMPJRN-FILE ASSIGN DYNAMIC WS-EMPJRN-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMPJRN-STATUS.

      *laporan perubahan master per rentang tanggal untuk auditor
           SELECT EMPJRPT-FILE ASSIGN DYNAMIC WS-EMPJRPT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMPJRPT-STATUS.

      *laporan simulasi tarif usulan : pajak lama (histori) lawan
      *pajak hitung ulang dengan tarif usulan per karyawan dan per
      *perusahaan untuk satu tahun/masa, tanpa posting apa pun
           SELECT SIMRPT-FILE ASSIGN DYNAMIC WS-SIMRPT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIMRPT-STATUS.

      *register SPT Masa (key tahun+masa+kode perusahaan) : angka
      *induk yang terakhir dilaporkan, dasar nomor pembetulan
           SELECT SPTREG-FILE ASSIGN DYNAMIC WS-SPTREG-FILENAME
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SPT-KEY
                FILE STATUS IS WS-SPTREG-STATUS.

      *laporan SPT Masa PPh 21/26 induk per perusahaan per masa
           SELECT SPTRPT-FILE ASSIGN DYNAMIC WS-SPTRPT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SPTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       FD  EBUPOT-FILE.
       01  EBUPOT-OUT-LINE      PIC X(160).

       FD  EBUPOT26-FILE.
       01  EBUPOT26-OUT-LINE    PIC X(200).

       FD  BUPOTFIN-FILE.
           COPY CPBUPOTF.

       FD  EBUPOTF-FILE.
       01  EBUPOTF-OUT-LINE     PIC X(200).

       FD  PERIODE-FILE.
           COPY CPPERIOD.

       FD  GLRUN-FILE.
       01  GLRUN-RECORD         PIC X(160).

       FD  GLBATAL-FILE.
       01  GLBATAL-RECORD       PIC X(160).

       FD  HRIS-FILE.
       01  HRIS-IN-LINE         PIC X(300).

       FD  HRTOLAK-FILE.
       01  HRTOLAK-OUT-LINE     PIC X(160).

       FD  HRTERAP-FILE.
       01  HRTERAP-OUT-LINE     PIC X(200).

       FD  HRCKPT-FILE.
       01  HRCKPT-RECORD        PIC X(80).

       FD  KPRPT-FILE.
       01  KPRPT-OUT-LINE       PIC X(250).

       FD  OPERATOR-FILE.
           COPY CPOPERTR.

       FD  SECLOG-FILE.
       01  SECLOG-OUT-LINE      PIC X(132).

       FD  DTPRPT-FILE.
       01  DTPRPT-OUT-LINE      PIC X(250).

      *layout profil perusahaan LAMA, dibekukan di sini (bukan
      *copybook) karena hanya konversi yang boleh memakainya
       FD  PRSHLAMA-FILE.
       01  PRSH-LAMA-RECORD.
           05  PRSL-KODE            PIC X(4).
           05  PRSL-NAMA            PIC X(40).
           05  PRSL-NPWP            PIC X(20).
           05  PRSL-ALAMAT          PIC X(60).
           05  PRSL-PENANDATANGAN   PIC X(30).

       FD  EMPMASTER-FILE.
           COPY CPEMPMST.

           05  EMPL-BPJS-TK         PIC 9(12).
           05  EMPL-STATUS-AKTIF    PIC X(1).

      *layout master sebelum kolom tahun berlaku PTKP, dibekukan di
      *sini dengan alasan yang sama
       FD  EMPLAMA2-FILE.
       01  EMP-LAMA2-RECORD.
           05  EMPL2-NIK            PIC X(16).
           05  EMPL2-NAMA           PIC X(30).
           05  EMPL2-NPWP           PIC X(20).
           05  EMPL2-KODE-PTKP      PIC X(1).
           05  EMPL2-DEPARTEMEN     PIC X(20).
           05  EMPL2-BPJS-KES       PIC 9(12).
           05  EMPL2-BPJS-TK        PIC 9(12).
           05  EMPL2-BPJS-PRSH      PIC 9(12).
           05  EMPL2-IURAN-PENSIUN  PIC 9(12).
           05  EMPL2-TGL-MASUK      PIC 9(8).
           05  EMPL2-TGL-KELUAR     PIC 9(8).
           05  EMPL2-METODE-PAJAK   PIC X(1).
           05  EMPL2-TIPE-PENERIMA  PIC X(1).
           05  EMPL2-STATUS-AKTIF   PIC X(1).

       FD  DEPTRPT-FILE.
       01  DEPTRPT-OUT-LINE     PIC X(160).

       FD  A1-FILE.
       01  A1-OUT-LINE          PIC X(400).

       FD  EMPJRN-FILE.
       01  EMPJRN-RECORD        PIC X(132).

       FD  EMPJRPT-FILE.
       01  EMPJRPT-OUT-LINE     PIC X(132).

       FD  SIMRPT-FILE.
       01  SIMRPT-OUT-LINE      PIC X(200).

       FD  SPTREG-FILE.
           COPY CPSPTREG.

       FD  SPTRPT-FILE.
       01  SPTRPT-OUT-LINE      PIC X(160).

       WORKING-STORAGE SECTION.

      *variabel yang digunakan
           88  MODE-RAPEL       VALUE "12".
           88  MODE-SSP-REG     VALUE "13".
           88  MODE-A1-TAHUNAN  VALUE "14".
           88  MODE-SIMULASI    VALUE "15".
           88  MODE-SPT-MASA    VALUE "16".
           88  MODE-BATAL-RUN   VALUE "17".
           88  MODE-HRIS-FEED   VALUE "18".
           88  MODE-KURANG-POTONG VALUE "19".
           88  MODE-OPR-MAINT   VALUE "20".
           88  MODE-DTP-REALISASI VALUE "21".
           88  MODE-PILIHAN-VALID VALUES "1" "2" "3" "4" "5" "6"
                "7" "8" "9" "10" "11" "12" "13" "14" "15" "16"
                "17" "18" "19" "20" "21".

      *variabel untuk master karyawan dan menu maintenance-nya
       01  WS-EMPMASTER-FILENAME PIC X(60) VALUE "empmaster.dat".
       01  WS-EMPM-FILE-SIMPAN  PIC X(60).
       01  WS-EMPM-KONV-BACA    PIC 9(6).
       01  WS-EMPM-KONV-TULIS   PIC 9(6).
      *"1" layout lama pertama, "2" layout sebelum tahun berlaku PTKP
       01  WS-EMPM-KONV-LAYOUT  PIC X(1).
       01  WS-EMPM-SIMPAN-OK    PIC X VALUE "N".

      *jurnal perubahan master : nilai record sebelum diubah disimpan
      *dulu, lalu tiap kolom yang diawasi (NPWP, kode PTKP, metode,
      *tipe penerima, status aktif) yang berubah ditulis satu baris
      *format : tgl-jam,petugas,aksi,NIK,kolom,lama,baru,berlaku
      *aksi T = tambah, U = ubah, N = nonaktif
       01  WS-EMPJRN-FILENAME   PIC X(60) VALUE "empmaster-jurnal.txt".
       01  WS-EMPJRN-STATUS     PIC XX.
       01  WS-EMPJRPT-FILENAME  PIC X(60).
       01  WS-EMPJRPT-STATUS    PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-EJ-AKSI           PIC X(1).
       01  WS-EJ-KOLOM          PIC X(10).
       01  WS-EJ-LAMA           PIC X(20).
       01  WS-EJ-BARU           PIC X(20).
       01  WS-EJ-BERLAKU        PIC 9(4).
       01  WS-EJ-ADA-LAMA       PIC X VALUE "N".
       01  WS-EJ-NPWP-LAMA      PIC X(20).
       01  WS-EJ-KODE-LAMA      PIC X(1).
       01  WS-EJ-METODE-LAMA    PIC X(1).
       01  WS-EJ-TIPE-LAMA      PIC X(1).
       01  WS-EJ-STATUS-LAMA    PIC X(1).
       01  WS-EJ-BERLAKU-LAMA   PIC 9(4).
       01  WS-EJ-KODE-SBLM-LAMA PIC X(1).
       01  WS-EJ-SKD-LAMA       PIC X(20).
       01  WS-EJ-SKD-AKHIR-LAMA PIC 9(8).
       01  WS-EJ-P3B-LAMA       PIC 9(2)V9(2).
       01  WS-EJ-BERLAKU-IN     PIC 9(4).
       01  WS-EJ-TAHUN-SISTEM   PIC 9(4).
      *kode PTKP master yang berlaku untuk tahun pajak aktif
       01  WS-EMP-KODE-EFEKTIF  PIC X(1).
      *laporan perubahan master per rentang tanggal (YYYYMMDD)
       01  WS-EJ-TGL-AWAL       PIC 9(8).
       01  WS-EJ-TGL-AKHIR      PIC 9(8).
       01  WS-EJ-COUNT          PIC 9(6).
       01  WS-EOF-EMPJRN        PIC X.
       01  WS-EJ-WAKTU-X        PIC X(15).
       01  WS-EJ-PETUGAS-X      PIC X(8).
       01  WS-EJ-AKSI-X         PIC X(1).
       01  WS-EJ-NIK-X          PIC X(16).
       01  WS-EJ-KOLOM-X        PIC X(10).
       01  WS-EJ-LAMA-X         PIC X(20).
       01  WS-EJ-BARU-X         PIC X(20).
       01  WS-EJ-BERLAKU-X      PIC X(4).
       01  WS-EJ-TGL-N          PIC 9(8).

      *bulan kerja sebenarnya dalam tahun pajak, dihitung dari
      *tanggal masuk/keluar di master; karyawan yang keluar pada
      *tipe penerima penghasilan : pegawai tetap (jalur lama),
      *pegawai tidak tetap upah harian (batas harian PMK 168/2023 :
      *s.d. Rp450.000 tidak dipotong, s.d. Rp2.500.000 tarif 0,5%,
      *di atasnya tarif progresif atas DPP 50%), bukan pegawai
      *(tarif progresif atas DPP 50% bruto) dan wajib pajak luar
      *negeri (PPh 26 tarif tetap atas bruto)
       01  WS-TIPE-PENERIMA     PIC X VALUE "T".
           88  TIPE-TETAP       VALUES "T", " ".
           88  TIPE-TIDAK-TETAP VALUE "H".
           88  TIPE-BUKAN-PEG   VALUE "B".
           88  TIPE-WPLN        VALUE "W".
       01  WS-BATCH-TIPE        PIC X(1).
       01  WS-V-TIPE            PIC X(1).
      *jumlah hari kerja dalam masa (hanya dipakai tipe "H") untuk
       01  WS-SEED-SEQ          PIC 9(2).
       01  WS-TER-KETEMU-FLAG   PIC X VALUE "N".
           88  TER-KETEMU       VALUE "Y".

      *tabel tarif PPh 21 final pembayaran sekaligus : kategori "P"
      *pesangon/UPMK/UPH dan "J" uang manfaat pensiun/JHT/THT
      *sekaligus, tiap lapis berisi batas bawah/atas bruto dan
      *persen. Dimuat dari RATE-FILE jenis "S" (usulan "V") atau dari
      *default bila tahun pajak belum punya baris tarif final
       01  WS-FINAL-RATE-TABLE.
           05  WS-FINAL-COUNT       PIC 9(3) VALUE ZERO.
           05  WS-FINAL-TABLE OCCURS 20 TIMES
                    INDEXED BY IX-FINAL.
               10  WS-FINAL-KAT     PIC X(1).
               10  WS-FINAL-BAWAH   PIC 9(12)V9(3).
               10  WS-FINAL-ATAS    PIC 9(12)V9(3).
               10  WS-FINAL-PERSEN  PIC 9(2)V9(2).
       01  WS-FINAL-DARI-FILE   PIC X VALUE "N".
       01  WS-MAINT-BAND        PIC 9(2).
       01  WS-RATE-FILENAME     PIC X(60) VALUE "ptkptarif.dat".
       01  WS-RATE-STATUS       PIC XX.
       01  WS-MAINT-NILAI-1     PIC 9(12)V9(3).
       01  WS-MAINT-NILAI-2     PIC 9(12)V9(3).
       01  WS-MAINT-PERSEN      PIC 9(2)V9(2).
      *sumber baris RATE-FILE yang dimuat ke tabel di memori : "A"
      *tarif aktif (jenis P/T/E) atau "U" tarif usulan (jenis Q/U/F)
      *yang baru dipakai simulasi dan belum berlaku sampai
      *diberlakukan dari menu maintenance
       01  WS-RATE-SUMBER       PIC X VALUE "A".
           88  RATE-SUMBER-AKTIF  VALUE "A".
           88  RATE-SUMBER-USULAN VALUE "U".
       01  WS-RATE-JENIS-IN     PIC X.
       01  WS-RATE-BARIS        PIC 9(4).
       01  WS-RATE-HAPUS        PIC 9(4).
       01  WS-USUL-PILIHAN      PIC X.
       01  WS-USUL-JAWAB        PIC X.

      *validasi ulang kode PTKP (request 006)
       01  WS-PTKP-VALID-FLAG   PIC X VALUE "N".
       01  WS-PAJAK-BONUS-DISPLAY PIC ZZZ,ZZZ,ZZ9.
       01  WS-LOG-JENIS         PIC X(1).

      *pesangon/UPMK/uang penggantian hak dan uang manfaat pensiun/
      *JHT/THT yang dibayar sekaligus : PPh 21 final tarif berlapis
      *atas bruto pembayaran (tabel jenis "S" di RATE-FILE), dicatat
      *sebagai baris log tersendiri (jenis "P" dan "J") dan tidak
      *ikut perhitungan setahun, true-up maupun 1721-A1. Pada mode
      *batch nilainya dari kolom CSV ke-15 (pesangon) dan ke-16
      *(pensiun/JHT sekaligus) file employee, boleh dikosongkan
       01  WS-PESANGON-INPUT    PIC 9(12).
       01  WS-PENSIUN-SKG-INPUT PIC 9(12).
       01  WS-BATCH-PESANGON    PIC 9(12).
       01  WS-BATCH-PENSIUN-SKG PIC 9(12).
       01  WS-PAJAK-PESANGON    PIC 9(12)V9(3).
       01  WS-PAJAK-PENSIUN-SKG PIC 9(12)V9(3).
       01  WS-SKG-KAT           PIC X(1).
       01  WS-SKG-DASAR         PIC 9(12)V9(3).
       01  WS-SKG-PAJAK         PIC 9(12)V9(3).
       01  WS-SKG-LAPIS         PIC 9(12)V9(3).
       01  WS-SKG-OBJEK-SIMPAN  PIC X(9).
       01  WS-SKG-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01  WS-SKG-PAJAK-DISPLAY PIC ZZZ,ZZZ,ZZ9.

      *identitas karyawan untuk slip pajak / CSV export (request 005)
      *diisi lewat prompt (interaktif) atau kolom CSV (batch)
       01  WS-NIK               PIC X(16).
       01  WS-PRSH-DITEMUKAN    PIC X VALUE "N".
       01  WS-PRSH-PILIHAN      PIC X.
       01  WS-PRSH-KODE-IN      PIC X(4).
      *fasilitas PPh 21 DTP dan KLU perusahaan aktif (spasi untuk
      *perusahaan default)
       01  WS-PRSH-DTP          PIC X(1) VALUE SPACE.
       01  WS-PRSH-KLU          PIC X(5) VALUE SPACES.
       01  WS-PRSH-DTP-IN       PIC X(1).
       01  WS-PRSHLAMA-FILENAME PIC X(60) VALUE "perusahaan.dat".
       01  WS-PRSHLAMA-STATUS   PIC XX.
       01  WS-PRSH-FILE-SIMPAN  PIC X(60).
       01  WS-PRSH-WARNED       PIC X VALUE "N".
       01  WS-PRSH-KONV-BACA    PIC 9(4).
       01  WS-PRSH-KONV-TULIS   PIC 9(4).
       01  WS-BATCH-KODE-PRSH   PIC X(4).
       01  WS-V-KODE-PRSH       PIC X(4).
       01  WS-PTKP-KETERANGAN-DISPLAY PIC X(30).
       01  WS-BATCH-IURAN-PEN       PIC 9(12).
       01  WS-V-BPJSP               PIC X(12).
       01  WS-V-IURPEN              PIC X(12).
       01  WS-V-PESANGON            PIC X(12).
       01  WS-V-PENSIUN-SKG         PIC X(12).
       01  WS-BPJS-PRSH-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       01  WS-IURPEN-DISPLAY        PIC ZZZ,ZZZ,ZZ9.


      *field hasil parsing satu baris pph21-log.txt (format baru :
      *waktu,tahun,masa,periode,NIK,kode,bruto,netto,pkp,pajak);
      *baris format lama tidak lolos cek NUMERIC dan dilewati. Kolom
      *terakhir ID operator (kosong pada baris sebelum ada sign-on)
       01  WS-LP-WAKTU          PIC X(15).
       01  WS-LP-TAHUN          PIC X(4).
       01  WS-LP-MASA           PIC X(2).
       01  WS-LP-PAJAK          PIC X(12).
       01  WS-LP-RUN            PIC X(4).
       01  WS-LP-OBJEK          PIC X(9).
       01  WS-LP-OPERATOR       PIC X(8).
       01  WS-LP-DTP            PIC X(12).
       01  WS-LP-TAHUN-N        PIC 9(4).
       01  WS-LP-MASA-N         PIC 9(2).
       01  WS-LP-RUN-N          PIC 9(4).
       01  WS-LP-BALIK          PIC X.

      *nomor run tertinggi per NIK+masa di log : pembaca histori
      *(true-up dan export e-Bupot) hanya memakai baris run terakhir
       01  WS-REKON-STATUS      PIC XX.
       01  WS-HSL-BONUS-N       PIC 9(12).
       01  WS-HSL-PKP-BONUS-N   PIC 9(12).
      *kolom ke-9 file hasil batch : pajak final pesangon + pensiun
      *sekaligus baris yang sama
       01  WS-HSL-FINAL-N       PIC 9(12).
       01  WS-RK-REC-LOG        PIC 9(6).
       01  WS-RK-REC-GL         PIC 9(6).
       01  WS-RK-REC-HSL        PIC 9(6).
               10  WS-RKK-HSL   PIC 9(14).
       01  WS-RKK-IDX           PIC 9(2).
       01  WS-RK-AMT            PIC 9(14).
      *"Y" : baris log / record GL pembalik run yang dibatalkan
       01  WS-RK-BALIK          PIC X VALUE "N".
       01  WS-RK-D1             PIC Z(13)9.
       01  WS-RK-D2             PIC Z(13)9.
       01  WS-RK-D3             PIC Z(13)9.
       01  WS-RK-D4             PIC Z(13)9.
       01  WS-RK-CNT-D          PIC Z(5)9.
       01  WS-RH-TAHUN          PIC X(4).
       01  WS-RH-MASA           PIC X(2).
       01  WS-RH-PAJAK-X        PIC X(12).
       01  WS-RH-BONUS-X        PIC X(12).
       01  WS-RH-PKPBON-X       PIC X(12).
       01  WS-RH-FINAL-X        PIC X(12).
       01  WS-EOF-GL            PIC X.
       01  WS-EOF-HSL           PIC X.
       01  WS-RKK-KODE-IN       PIC X(1).
       01  WS-EBUPOT-FILENAME   PIC X(60).
       01  WS-EBUPOT-STATUS     PIC XX.
       01  WS-KODE-OBJEK-PAJAK  PIC X(9) VALUE "21-100-01".
      *PPh 26 wajib pajak luar negeri : tarif umum 20% atas bruto,
      *atau tarif P3B dari master bila SKD berlaku pada masa pajak
      *dan tarifnya lebih rendah; objek PPh 26 dan objek final tidak
      *ikut perhitungan setahun (true-up, A1)
       01  WS-TARIF-PPH26       PIC 9(2)V9(2) VALUE 20.
       01  WS-WPLN-TARIF        PIC 9(2)V9(2).
       01  WS-WPLN-TARIF-DISPLAY PIC Z9.99.
       01  WS-WPLN-SKD-FLAG     PIC X VALUE "N".
           88  WPLN-SKD-BERLAKU VALUE "Y".
       01  WS-WPLN-BLN-MASA     PIC 9(6).
       01  WS-WPLN-BLN-MULAI    PIC 9(6).
       01  WS-WPLN-BLN-AKHIR    PIC 9(6).
       01  WS-OBJEK-CEK         PIC X(9).
           88  OBJEK-PPH26      VALUE "27-100-99".
           88  OBJEK-FINAL      VALUES "21-401-01", "21-401-02".
           88  OBJEK-LUAR-SETAHUN VALUES "27-100-99", "21-401-01",
                                         "21-401-02".
      *file import e-Bupot 26 (bukti potong PPh 26) per masa, dipisah
      *dari file e-Bupot 21; nomor dari register yang sama
       01  WS-EBUPOT26-FILENAME PIC X(60).
       01  WS-EBUPOT26-STATUS   PIC XX.
       01  WS-EB21-COUNT        PIC 9(4).
       01  WS-EB26-COUNT        PIC 9(4).
      *bukti potong PPh 21 final : file import dan register nomor
      *sendiri, satu bukti potong per NIK per kode objek final
       01  WS-BUPOTFIN-FILENAME PIC X(60)
                                VALUE "bupot-final-register.dat".
       01  WS-BUPOTFIN-STATUS   PIC XX.
       01  WS-EBUPOTF-FILENAME  PIC X(60).
       01  WS-EBUPOTF-STATUS    PIC XX.
       01  WS-EBF-COUNT         PIC 9(4).
       01  WS-EBF-NOMOR-MAX     PIC 9(6).
       01  WS-EBF-OBJEK         PIC X(9).
       01  WS-EBF-BRUTO         PIC 9(14).
       01  WS-EBF-PAJAK         PIC 9(14).
       01  WS-EB-AGGR.
           05  WS-EB-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-EB-ENTRY OCCURS 5000 TIMES.
               10  WS-EB-PAJAK-R PIC 9(14).
               10  WS-EB-PAJAK-B PIC 9(14).
               10  WS-EB-DIMASTER PIC X(1).
      *        baris objek final (pesangon "P", pensiun sekaligus
      *        "J") dijumlah terpisah, tidak masuk bruto/pajak di
      *        atas; WS-EB-REG-ADA "Y" bila NIK punya baris non-final
               10  WS-EB-REG-ADA PIC X(1).
               10  WS-EB-FP-BRUTO PIC 9(14).
               10  WS-EB-FP-PAJAK PIC 9(14).
               10  WS-EB-FJ-BRUTO PIC 9(14).
               10  WS-EB-FJ-PAJAK PIC 9(14).
      *        bagian pajak reguler yang ditanggung pemerintah (PPh
      *        21 DTP) dan bruto masa yang memperolehnya
               10  WS-EB-DTP    PIC 9(14).
               10  WS-EB-DTP-BRUTO PIC 9(14).
       01  WS-EB-IDX            PIC 9(4).
       01  WS-EB-KETEMU         PIC X.
       01  WS-EB-ID-PAKAI       PIC X(20).
               10  WS-DP-BRUTO  PIC 9(14).
               10  WS-DP-PAJAK-R PIC 9(14).
               10  WS-DP-PAJAK-B PIC 9(14).
               10  WS-DP-PAJAK-F PIC 9(14).
       01  WS-DP-IDX            PIC 9(3).
       01  WS-DP-KETEMU         PIC X.
       01  WS-DP-PENUH          PIC X.
       01  WS-DP-TOT-BRUTO      PIC 9(14).
       01  WS-DP-TOT-R          PIC 9(14).
       01  WS-DP-TOT-B          PIC 9(14).
       01  WS-DP-TOT-F          PIC 9(14).
       01  WS-DP-ORANG-D        PIC Z(3)9.
       01  WS-GLT-RUN           PIC 9(4).
       01  WS-GLT-TOTSUM        PIC 9(14)V9(3).
       01  WS-GLT-KETEMU        PIC X.
       01  WS-GLT-BALIK         PIC X.
       01  WS-GLT-RUN-ASAL      PIC X(4).
       01  WS-EOF-GLRUN         PIC X.
      *simpanan masa/nomor run aktif selama loop laporan membaca
      *file GL per-run, supaya ringkasan riwayat run tetap melaporkan
      *nomor run yang benar
       01  WS-SIMPAN-MASA       PIC 9(2).
       01  WS-SIMPAN-RUN        PIC 9(4).
      *peta NIK -> perusahaan dari file GL per-run satu masa, dan
      *daftar run yang dilewati (pembalik dan run yang dibatalkan)
       01  WS-GP-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-GP-TABEL.
           05  WS-GP-ENTRY      OCCURS 5000 TIMES.
               10  WS-GP-NIK    PIC X(16).
               10  WS-GP-PRSH   PIC X(4).
       01  WS-GP-IDX            PIC 9(4).
       01  WS-GP-KETEMU         PIC X.
       01  WS-GP-PENUH          PIC X.
       01  WS-GV-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-GV-TABEL.
           05  WS-GV-RUN        PIC X(4) OCCURS 200 TIMES.
       01  WS-GV-IDX            PIC 9(3).
       01  WS-GV-RUN-IN         PIC X(4).
       01  WS-GV-LEWATI         PIC X.

      *variabel file histori terindeks : pembaca periode mengingat
      *record terakhir per grup masa+NIK+jenis (key urut run naik,
       01  WS-HB-NETTO          PIC 9(12).
       01  WS-HB-PKP            PIC 9(12).
       01  WS-HB-PAJAK          PIC 9(12).
       01  WS-HB-DTP            PIC 9(12).
       01  WS-HU-PILIHAN        PIC X.
       01  WS-HU-TAHUN          PIC 9(4).
       01  WS-HU-BACA           PIC 9(6).
       01  WS-PAR-PRSH          PIC X(4).
       01  WS-PAR-JENIS         PIC X(1).
       01  WS-PAR-KOREKSI       PIC X(1).
       01  WS-PAR-AMBANG-NILAI  PIC X(14).
       01  WS-PAR-AMBANG-PERSEN PIC X(14).
       01  WS-PAR-OPERATOR      PIC X(8).
       01  WS-RUN-RC            PIC 9(4) VALUE ZERO.
       01  WS-RUNHIST-FILENAME  PIC X(60) VALUE "run-history.txt".
       01  WS-RUNHIST-STATUS    PIC XX.
       01  WS-SUM-RECORDS       PIC 9(6).
      *keterangan tambahan di ujung baris riwayat run (tanpa spasi)
       01  WS-RUN-CATATAN       PIC X(20) VALUE SPACES.

      *variabel formulir 1721-A1 tahunan : agregasi histori setahun
      *per NIK (run terakhir per masa+jenis), identitas dari master,
       01  WS-A1-D8             PIC Z(13)9.
       01  WS-A1-D9             PIC -(13)9.

      *variabel simulasi tarif usulan : record histori run terakhir
      *per NIK (reguler dan bonus ditahan terpisah sampai NIK
      *berganti) dihitung ulang dengan tabel usulan; PTKP aktif
      *disalin dulu karena angka histori dihitung dengan PTKP aktif
       01  WS-SIMRPT-FILENAME   PIC X(60).
       01  WS-SIMRPT-STATUS     PIC XX.
       01  WS-SM-PA-TABEL.
           05  WS-SM-PA-COUNT   PIC 9(2) VALUE ZERO.
           05  WS-SM-PA-ENTRY OCCURS 20 TIMES.
               10  WS-SM-PA-KODE  PIC X(1).
               10  WS-SM-PA-NILAI PIC 9(12)V9(3).
       01  WS-SM-PA-IDX         PIC 9(2).
       01  WS-SM-PTKP-LAMA      PIC 9(12)V9(3).
       01  WS-SM-NIK-HOLD       PIC X(16).
       01  WS-SM-R-ADA          PIC X.
       01  WS-SM-R-PERIODE      PIC X(1).
       01  WS-SM-R-KODE         PIC X(1).
       01  WS-SM-R-OBJEK        PIC X(9).
       01  WS-SM-R-BRUTO        PIC 9(12).
       01  WS-SM-R-NETTO        PIC 9(12).
       01  WS-SM-R-PKP          PIC 9(12).
       01  WS-SM-R-PAJAK        PIC 9(12).
       01  WS-SM-B-ADA          PIC X.
       01  WS-SM-B-BRUTO        PIC 9(12).
       01  WS-SM-B-PAJAK        PIC 9(12).
       01  WS-SM-SETAHUN        PIC 9(12).
       01  WS-SM-FAKTOR         PIC 9(4).
       01  WS-SM-BARU-R         PIC 9(12).
       01  WS-SM-BARU-B         PIC 9(12).
       01  WS-SM-KET-IN         PIC X(30).
       01  WS-SM-AGGR.
           05  WS-SM-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-SM-ENTRY OCCURS 5000 TIMES.
               10  WS-SM-NIK    PIC X(16).
               10  WS-SM-PRSH   PIC X(4).
               10  WS-SM-GL-ADA PIC X(1).
               10  WS-SM-KODE   PIC X(1).
               10  WS-SM-OBJEK  PIC X(9).
               10  WS-SM-BRUTO  PIC 9(12).
               10  WS-SM-LAMA   PIC 9(12).
               10  WS-SM-BARU   PIC 9(12).
               10  WS-SM-KET    PIC X(30).
       01  WS-SM-IDX            PIC 9(4).
       01  WS-SM-KETEMU         PIC X.
       01  WS-SM-PENUH          PIC X.
       01  WS-SMP-AGGR.
           05  WS-SMP-COUNT     PIC 9(2) VALUE ZERO.
           05  WS-SMP-ENTRY OCCURS 50 TIMES.
               10  WS-SMP-PRSH  PIC X(4).
               10  WS-SMP-GL-ADA PIC X(1).
               10  WS-SMP-ORANG PIC 9(4).
               10  WS-SMP-LAMA  PIC 9(14).
               10  WS-SMP-BARU  PIC 9(14).
       01  WS-SMP-IDX           PIC 9(2).
       01  WS-SMP-KETEMU        PIC X.
       01  WS-SMP-PENUH         PIC X.
       01  WS-SM-TOT-LAMA       PIC 9(14).
       01  WS-SM-TOT-BARU       PIC 9(14).
       01  WS-SM-SELISIH        PIC S9(14).
       01  WS-SM-PRSH-D         PIC X(10).
       01  WS-SM-LBL-PRSH       PIC X(4).
       01  WS-SM-LBL-GL-ADA     PIC X(1).
       01  WS-SM-NAMA-D         PIC X(40).
       01  WS-SM-D-ORANG        PIC Z(3)9.
       01  WS-SM-D-BRUTO        PIC Z(11)9.
       01  WS-SM-D-LAMA         PIC Z(13)9.
       01  WS-SM-D-BARU         PIC Z(13)9.
       01  WS-SM-D-SELISIH      PIC -(13)9.

      *variabel SPT Masa induk : agregasi histori run terakhir per
      *NIK (tabel e-Bupot), perusahaan dari file GL per-run, lalu
      *per perusahaan x kode objek, dicocokkan dengan register bukti
      *potong dan register setoran
       01  WS-SPTREG-FILENAME   PIC X(60) VALUE "spt-register.dat".
       01  WS-SPTREG-STATUS     PIC XX.
       01  WS-SPTRPT-FILENAME   PIC X(60).
       01  WS-SPTRPT-STATUS     PIC XX.
       01  WS-ST-NIK-TABEL.
           05  WS-ST-NIK-ENTRY OCCURS 5000 TIMES.
               10  WS-ST-NIK-PRSH PIC X(4).
               10  WS-ST-NIK-GL PIC X(1).
       01  WS-ST-AGGR.
           05  WS-ST-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-PRSH   PIC X(4).
               10  WS-ST-GL-ADA PIC X(1).
               10  WS-ST-OBJ-COUNT PIC 9(1).
               10  WS-ST-OBJ OCCURS 6 TIMES.
                   15  WS-ST-OBJ-KODE  PIC X(9).
                   15  WS-ST-OBJ-ORANG PIC 9(6).
                   15  WS-ST-OBJ-BRUTO PIC 9(14).
                   15  WS-ST-OBJ-PAJAK PIC 9(14).
               10  WS-ST-ORANG  PIC 9(6).
               10  WS-ST-BRUTO  PIC 9(14).
               10  WS-ST-PAJAK  PIC 9(14).
               10  WS-ST-BUPOT  PIC 9(14).
      *        bagian pajak reguler yang ditanggung pemerintah (PPh
      *        21 DTP) : dilaporkan tetapi tidak ikut disetor
               10  WS-ST-DTP    PIC 9(14).
               10  WS-ST-TANPA-BUPOT PIC 9(6).
       01  WS-ST-IDX            PIC 9(2).
       01  WS-ST-KETEMU         PIC X.
       01  WS-ST-PENUH          PIC X.
       01  WS-ST-OBJ-IDX        PIC 9(1).
       01  WS-ST-OBJ-KETEMU     PIC X.
       01  WS-ST-OBJ-PENUH      PIC X.
       01  WS-ST-OBJ-IN         PIC X(9).
       01  WS-ST-BRUTO-IN       PIC 9(14).
       01  WS-ST-PAJAK-IN       PIC 9(14).
       01  WS-ST-SBL-IDX        PIC 9(1).
       01  WS-ST-SBL-ORANG      PIC 9(6).
       01  WS-ST-SBL-BRUTO      PIC 9(14).
       01  WS-ST-SBL-PAJAK      PIC 9(14).
       01  WS-ST-REG-ADA        PIC X.
       01  WS-ST-BUPOT-BUKA     PIC X.
       01  WS-ST-BUPOTF-BUKA    PIC X.
       01  WS-ST-BEDA           PIC X.
       01  WS-ST-LAPOR          PIC X.
       01  WS-ST-PEMBETULAN     PIC 9(2).
       01  WS-ST-STATUS-KET     PIC X(50).
       01  WS-ST-URAIAN         PIC X(24).
       01  WS-ST-SETOR          PIC 9(14).
       01  WS-ST-PAJAK-NET      PIC 9(14).
       01  WS-ST-BUPOT-NET      PIC 9(14).
       01  WS-ST-TIDAK-COCOK    PIC 9(2).
       01  WS-ST-SELISIH        PIC S9(14).
       01  WS-ST-PRSH-D         PIC X(10).
       01  WS-ST-NAMA-D         PIC X(40).
       01  WS-ST-D-ORANG        PIC Z(5)9.
       01  WS-ST-D-BRUTO        PIC Z(13)9.
       01  WS-ST-D-PAJAK        PIC Z(13)9.
       01  WS-ST-D-SBL          PIC Z(13)9.
       01  WS-ST-D-BUPOT        PIC Z(13)9.
       01  WS-ST-D-SETOR        PIC Z(13)9.
       01  WS-ST-D-DTP          PIC Z(13)9.
       01  WS-ST-D-PAJAK-NET    PIC Z(13)9.
       01  WS-ST-D-BUPOT-NET    PIC Z(13)9.
       01  WS-ST-D-SELISIH      PIC -(13)9.

      *variabel pembatalan run batch : run asal dibalik dengan baris
      *log bertanda minus dan file GL pembalik bernomor run baru,
      *record histori run asal dihapus supaya run sebelumnya kembali
      *menjadi run terakhir
       01  WS-GLBATAL-FILENAME  PIC X(60).
       01  WS-GLBATAL-STATUS    PIC XX.
       01  WS-BT-RUN-ASAL       PIC 9(4).
       01  WS-BT-RUN-BARU       PIC 9(4).
       01  WS-BT-BOLEH          PIC X.
       01  WS-BT-SETOR          PIC X.
       01  WS-BT-EXPORT         PIC X.
       01  WS-BT-GL-OK          PIC X.
           88  BT-GL-OK         VALUE "Y".
       01  WS-BT-HIST-COUNT     PIC 9(6).
       01  WS-BT-HIST-PAJAK     PIC 9(14).
       01  WS-BT-PAJAK-D        PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *variabel update master dari file transaksi HRIS : kontrol
      *header/trailer dicek dulu untuk seluruh file, baru transaksi
      *B (baru), U (ubah) dan K (keluar) diterapkan satu per satu;
      *transaksi yang gagal edit ditolak tanpa menghentikan file
       01  WS-HRIS-FILENAME     PIC X(60) VALUE "hris-transaksi.txt".
       01  WS-HRIS-STATUS       PIC XX.
       01  WS-HRTOLAK-FILENAME  PIC X(60) VALUE "hris-tolak.txt".
       01  WS-HRTOLAK-STATUS    PIC XX.
       01  WS-HRTERAP-FILENAME  PIC X(60) VALUE "hris-terapan.txt".
       01  WS-HRTERAP-STATUS    PIC XX.
       01  WS-HRCKPT-FILENAME   PIC X(60).
       01  WS-HRCKPT-STATUS     PIC XX.
       01  WS-HR-EOF            PIC X.
       01  WS-HR-BOLEH          PIC X.
       01  WS-HR-BERHENTI       PIC X.
       01  WS-HR-TOLAK          PIC X.
       01  WS-HR-SEQ            PIC 9(6).
       01  WS-HR-SKIP           PIC 9(6).
       01  WS-HR-TERAP-COUNT    PIC 9(6).
       01  WS-HR-TOLAK-COUNT    PIC 9(6).
       01  WS-HR-ALASAN         PIC X(40).
       01  WS-HR-KET            PIC X(16).
       01  WS-HR-HDR-JML        PIC 9(4).
       01  WS-HR-TRL-JML        PIC 9(4).
       01  WS-HR-SETELAH-TRL    PIC X.
       01  WS-HR-DATA-JML       PIC 9(6).
       01  WS-HR-JML-B          PIC 9(6).
       01  WS-HR-JML-U          PIC 9(6).
       01  WS-HR-JML-K          PIC 9(6).
       01  WS-HR-TANDA          PIC X(1).
       01  WS-HR-ID             PIC X(20).
       01  WS-HR-ID-OK          PIC X.
       01  WS-HR-ID-AKHIR       PIC X.
       01  WS-HR-IDX            PIC 9(2).
       01  WS-HR-CHAR           PIC X.
       01  WS-HR-TGL-FILE       PIC X(8).
       01  WS-HR-TRL-DATA-X     PIC X(6).
       01  WS-HR-TRL-B-X        PIC X(6).
       01  WS-HR-TRL-U-X        PIC X(6).
       01  WS-HR-TRL-K-X        PIC X(6).
       01  WS-HR-TRL-CEK-X      PIC X(6).
       01  WS-HR-TRL-CEK-JML    PIC 9(6).
       01  WS-HR-KTRL-ERR       PIC 9(4).
       01  WS-HR-KONTROL.
           05  WS-HR-KTRL-ISI   OCCURS 10 TIMES.
               10  WS-HR-KTRL-BARIS  PIC 9(6).
               10  WS-HR-KTRL-ALASAN PIC X(40).
       01  WS-HR-KTRL-IDX       PIC 9(4).
      *kolom satu baris transaksi : aksi,NIK,nama,NPWP,kode PTKP,
      *departemen,BPJS kes,BPJS TK,BPJS perusahaan,iuran pensiun,
      *tgl masuk,tgl keluar,metode,tipe,tahun berlaku PTKP
       01  WS-HR-AKSI           PIC X(1).
       01  WS-HR-NIK            PIC X(16).
       01  WS-HR-NAMA           PIC X(30).
       01  WS-HR-NPWP           PIC X(20).
       01  WS-HR-KODE           PIC X(1).
       01  WS-HR-DEPT           PIC X(20).
       01  WS-HR-BPJSK          PIC X(12).
       01  WS-HR-BPJST          PIC X(12).
       01  WS-HR-BPJSP          PIC X(12).
       01  WS-HR-IURPEN         PIC X(12).
       01  WS-HR-MASUK-X        PIC X(8).
       01  WS-HR-KELUAR-X       PIC X(8).
       01  WS-HR-METODE         PIC X(1).
       01  WS-HR-TIPE           PIC X(1).
       01  WS-HR-BERLAKU-X      PIC X(4).
       01  WS-HR-BERLAKU        PIC 9(4).
      *cek tanggal YYYYMMDD (nol berarti tidak diisi)
       01  WS-HR-TGL-X          PIC X(8).
       01  WS-HR-TGL-N REDEFINES WS-HR-TGL-X
                            PIC 9(8).
       01  WS-HR-TGL-R REDEFINES WS-HR-TGL-X.
           05  WS-HR-TGL-THN    PIC 9(4).
           05  WS-HR-TGL-BLN    PIC 9(2).
           05  WS-HR-TGL-HR     PIC 9(2).
       01  WS-HR-TGL-OK         PIC X.
       01  WS-HR-HARI-MAKS      PIC 9(2).
       01  WS-HR-BAGI           PIC 9(4).
       01  WS-HR-SISA-4         PIC 9(4).
       01  WS-HR-SISA-100       PIC 9(4).
       01  WS-HR-SISA-400       PIC 9(4).
      *isi checkpoint : status,id,baris,diterapkan,ditolak,jumlah
       01  WS-HR-CK-STATUS      PIC X.
       01  WS-HR-CK-STATUS-X    PIC X(1).
       01  WS-HR-CK-ID-X        PIC X(20).
       01  WS-HR-CK-SEQ-X       PIC X(6).
       01  WS-HR-CK-TERAP-X     PIC X(6).
       01  WS-HR-CK-TOLAK-X     PIC X(6).
       01  WS-HR-CK-JML-X       PIC X(6).
       01  WS-HR-CK-JML         PIC 9(6).

      *variabel peringatan dini kurang potong : baris reguler pegawai
      *tetap run terakhir masa terpilih per NIK dipakai sebagai gaji
      *berjalan, diproyeksikan sampai bulan terakhir tahun itu dan
      *pajak setahunnya dibandingkan dengan potongan yang akan
      *terjadi. Ambang nilai (Rp) dan persen take home pay, nol =
      *ambang itu tidak dipakai
       01  WS-KPRPT-FILENAME    PIC X(60).
       01  WS-KPRPT-STATUS      PIC XX.
       01  WS-KP-AMBANG-NILAI   PIC 9(12) VALUE 500000.
       01  WS-KP-AMBANG-PERSEN  PIC 9(3) VALUE 20.
       01  WS-KP-AMBANG-X       PIC X(14).
       01  WS-KP-TERBUKA        PIC X.
       01  WS-KP-AGGR.
           05  WS-KP-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-KP-ENTRY OCCURS 5000 TIMES.
               10  WS-KP-NIK    PIC X(16).
               10  WS-KP-KODE   PIC X(1).
               10  WS-KP-BRUTO  PIC 9(12).
               10  WS-KP-NETTO  PIC 9(12).
               10  WS-KP-PAJAK  PIC 9(12).
               10  WS-KP-PRSH   PIC X(4).
               10  WS-KP-GL-ADA PIC X(1).
               10  WS-KP-LABEL  PIC X(10).
               10  WS-KP-DEPT   PIC X(20).
               10  WS-KP-NAMA   PIC X(30).
               10  WS-KP-NETTO-YTD PIC 9(12).
               10  WS-KP-PAJAK-YTD PIC 9(12).
               10  WS-KP-SISA   PIC 9(2).
               10  WS-KP-SETAHUN PIC 9(12).
               10  WS-KP-TERUTANG PIC 9(12).
               10  WS-KP-DIPOTONG PIC 9(12).
               10  WS-KP-KURANG PIC 9(12).
               10  WS-KP-PERSEN PIC 9(4)V99.
               10  WS-KP-TANDA  PIC X(1).
               10  WS-KP-GRUP-ADA PIC X(1).
               10  WS-KP-KET    PIC X(30).
       01  WS-KP-IDX            PIC 9(4).
       01  WS-KP-KETEMU         PIC X.
       01  WS-KP-PENUH          PIC X.
       01  WS-KP-TANDA-COUNT    PIC 9(4) VALUE ZERO.
       01  WS-KP-LUAR-COUNT     PIC 9(4).
       01  WS-KP-BLN-AKHIR      PIC 9(2).
       01  WS-KP-POTONGAN       PIC 9(13).
       01  WS-KP-TAKE-HOME      PIC S9(13).
       01  WS-KP-PERSEN-W       PIC 9(13)V99.
       01  WS-KP-TGL            PIC 9(8).
       01  WS-KP-TGL-R REDEFINES WS-KP-TGL.
           05  WS-KP-TGL-THN    PIC 9(4).
           05  WS-KP-TGL-BLN    PIC 9(2).
           05  WS-KP-TGL-HR     PIC 9(2).
      *kelompok perusahaan + departemen, diurutkan sebelum laporan
      *ditulis; karyawan di luar tabel yang penuh ditulis terpisah
       01  WS-KPG-AGGR.
           05  WS-KPG-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-KPG-ENTRY OCCURS 200 TIMES.
               10  WS-KPG-KUNCI.
                   15  WS-KPG-LABEL PIC X(10).
                   15  WS-KPG-DEPT PIC X(20).
               10  WS-KPG-ORANG PIC 9(4).
               10  WS-KPG-KURANG PIC 9(14).
       01  WS-KPG-TUKAR         PIC X(48).
       01  WS-KPG-IDX           PIC 9(3).
       01  WS-KPG-J             PIC 9(3).
       01  WS-KPG-K             PIC 9(3).
       01  WS-KPG-KETEMU        PIC X.
       01  WS-KPG-PENUH         PIC X.
       01  WS-KP-LABEL-LAMA     PIC X(10).
       01  WS-KP-PRSH-ORANG     PIC 9(4).
       01  WS-KP-PRSH-KURANG    PIC 9(14).
       01  WS-KP-TOT-KURANG     PIC 9(14).
       01  WS-KP-D-AMBANG       PIC Z(11)9.
       01  WS-KP-D-AMBANG-P     PIC ZZ9.
       01  WS-KP-D-ORANG        PIC Z(3)9.
       01  WS-KP-D-NETTO-YTD    PIC Z(11)9.
       01  WS-KP-D-PAJAK-YTD    PIC Z(11)9.
       01  WS-KP-D-SISA         PIC Z9.
       01  WS-KP-D-SETAHUN      PIC Z(11)9.
       01  WS-KP-D-TERUTANG     PIC Z(11)9.
       01  WS-KP-D-DIPOTONG     PIC Z(11)9.
       01  WS-KP-D-KURANG       PIC Z(13)9.
       01  WS-KP-D-PERSEN       PIC Z(3)9.99.

      *variabel sign-on operator dan hak akses mode. Peran aktif
      *disimpan selama run; run tanpa operator memakai ID operator
      *batch (kunci OPERATOR= di file parameter, default BATCH)
       01  WS-OPERATOR-FILENAME PIC X(60) VALUE "operator.dat".
       01  WS-OPERATOR-STATUS   PIC XX.
       01  WS-SECLOG-FILENAME   PIC X(60) VALUE "security-log.txt".
       01  WS-SECLOG-STATUS     PIC XX.
       01  WS-OPR-BATCH-DEFAULT PIC X(8) VALUE "BATCH".
       01  WS-OPR-ROLE          PIC X(1) VALUE SPACE.
       01  WS-OPR-NAMA          PIC X(30) VALUE SPACES.
       01  WS-OPR-ID-IN         PIC X(8).
       01  WS-OPR-PW-IN         PIC X(20).
       01  WS-OPR-PW-ULANG      PIC X(20).
       01  WS-OPR-PW-OK         PIC X.
       01  WS-OPR-DITEMUKAN     PIC X.
       01  WS-OPR-SIGNON-OK     PIC X.
       01  WS-OPR-COBA          PIC 9(1).
       01  WS-OPR-BOLEH         PIC X.
       01  WS-OPR-LEVEL         PIC 9(1).
       01  WS-OPR-MODE-N        PIC 9(2).
       01  WS-OPR-ALASAN        PIC X(50).
       01  WS-OPR-PILIHAN       PIC X.
       01  WS-OPR-ROLE-IN       PIC X(1).
       01  WS-OPR-NAMA-IN       PIC X(30).
       01  WS-OPR-BARU          PIC X.
       01  WS-OPR-EOF           PIC X.
      *password dikunci setelah salah berturut-turut sebanyak ini
       01  WS-OPR-MAKS-GAGAL    PIC 9(2) VALUE 5.
      *peran minimum per mode (1 = clerk, 2 = supervisor, 3 =
      *admin), posisi = nomor mode di menu utama. Operator batch
      *hanya lewat file parameter, dibatasi daftar MENU-DARI-PARAM
       01  WS-AKSES-TABEL-X     PIC X(21)
                                VALUE "113221213131211222132".
       01  WS-AKSES-TABEL REDEFINES WS-AKSES-TABEL-X.
           05  WS-AKSES-MIN     PIC 9(1) OCCURS 21 TIMES.
      *hash password : ID operator + password dilipat per karakter
      *(posisi di WS-OP-ABJAD) modulo bilangan prima 2147483647
       01  WS-OP-TEKS.
           05  WS-OP-TEKS-USER  PIC X(8).
           05  WS-OP-TEKS-PW    PIC X(20).
       01  WS-OP-ABJAD          PIC X(87) VALUE
           " ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456
      -    "789!@#$%^&*()-_=+.,/?:;<>[]".
       01  WS-OP-CHAR           PIC X.
       01  WS-OP-KODE           PIC 9(3).
       01  WS-OP-I              PIC 9(2).
       01  WS-OP-J              PIC 9(3).
       01  WS-OP-H              PIC 9(18).
       01  WS-OP-Q              PIC 9(18).
       01  WS-OP-HASH           PIC 9(10).
       01  WS-SL-KEJADIAN       PIC X(16).
       01  WS-SL-USER           PIC X(8).

      *variabel PPh 21 DTP : batas bruto bulanan dan daftar KLU per
      *tahun pajak dari RATE-FILE jenis "K" (kode "000" = batas
      *bruto, "001"-"999" = KLU di 5 karakter pertama keterangan).
      *Tahun tanpa baris jenis "K" berarti insentif tidak berlaku
       01  WS-DTP-AMBANG        PIC 9(12)V9(3) VALUE ZERO.
       01  WS-DTP-KLU-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-DTP-KLU-TABEL.
           05  WS-DTP-KLU-ISI   OCCURS 200 TIMES.
               10  WS-DTP-KLU-NO  PIC X(3).
               10  WS-DTP-KLU     PIC X(5).
               10  WS-DTP-KLU-KET PIC X(24).
       01  WS-DTP-KLU-IDX       PIC 9(3).
       01  WS-DTP-KLU-ADA       PIC X.
       01  WS-DTP-NO-IN         PIC X(3).
       01  WS-DTP-KLU-IN        PIC X(5).
      *"Y" bila baris batch yang sedang dihitung memenuhi syarat DTP
      *(pegawai tetap, perusahaan berfasilitas dengan KLU terdaftar,
      *bruto masa ini tidak melebihi batas)
       01  WS-DTP-LAYAK         PIC X VALUE "N".
       01  WS-LOG-DTP-N         PIC 9(12) VALUE ZERO.
       01  WS-DTP-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-DTP-TOTAL         PIC 9(14) VALUE ZERO.
       01  WS-DTP-D-AMBANG      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DTP-SETOR-GL      PIC 9(12)V9(3).
      *kode fasilitas pada bukti potong e-Bupot
       01  WS-DTP-KODE-FAS      PIC X(3) VALUE "DTP".
       01  WS-EB-FASILITAS      PIC X(3).
      *laporan realisasi DTP per perusahaan (masa terpilih)
       01  WS-DTPRPT-FILENAME   PIC X(60).
       01  WS-DTPRPT-STATUS     PIC XX.
       01  WS-DR-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-DR-TABEL.
           05  WS-DR-ISI        OCCURS 50 TIMES.
               10  WS-DR-PRSH   PIC X(4).
               10  WS-DR-GL     PIC X(1).
               10  WS-DR-ORANG  PIC 9(6).
               10  WS-DR-BRUTO  PIC 9(14).
               10  WS-DR-PAJAK  PIC 9(14).
               10  WS-DR-DTP    PIC 9(14).
       01  WS-DR-IDX            PIC 9(2).
       01  WS-DR-KETEMU         PIC X.
       01  WS-DR-PENUH          PIC X.
       01  WS-DR-NIK-COUNT      PIC 9(6).
       01  WS-DR-TOT-ORANG      PIC 9(6).
       01  WS-DR-TOT-BRUTO      PIC 9(14).
       01  WS-DR-TOT-PAJAK      PIC 9(14).
       01  WS-DR-TOT-DTP        PIC 9(14).
       01  WS-DR-LABEL          PIC X(10).
       01  WS-DR-NAMA           PIC X(30).
       01  WS-DR-NAMA-PRSH      PIC X(40).
       01  WS-DR-KLU            PIC X(5).
       01  WS-DR-D-ORANG        PIC Z(5)9.
       01  WS-DR-D-BRUTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DR-D-PAJAK        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DR-D-DTP          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DR-D-SETOR        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-DR-SETOR          PIC 9(14).

       PROCEDURE DIVISION.
       FUNGSI-UTAMA.

           PERFORM PARAM-BACA.
           PERFORM OPERATOR-SIGNON.
           PERFORM MENU-UTAMA.
           PERFORM PILIH-TAHUN-PAJAK.
           IF MODE-INTERAKTIF OR MODE-BATCH OR MODE-REKON
                OR MODE-EBUPOT OR MODE-DEPT-REPORT OR MODE-RAPEL
                OR MODE-SIMULASI OR MODE-SPT-MASA OR MODE-BATAL-RUN
                OR MODE-KURANG-POTONG OR MODE-DTP-REALISASI
                PERFORM PILIH-MASA-PAJAK
           END-IF.
           IF MODE-INTERAKTIF OR MODE-BATCH OR MODE-TRUEUP
                    PERFORM MODE-SSP-MENU
               WHEN MODE-A1-TAHUNAN
                    PERFORM MODE-A1-PROSES
               WHEN MODE-SIMULASI
                    PERFORM MODE-SIMULASI-PROSES
               WHEN MODE-SPT-MASA
                    PERFORM MODE-SPT-PROSES
               WHEN MODE-BATAL-RUN
                    PERFORM MODE-BATAL-PROSES
               WHEN MODE-HRIS-FEED
                    PERFORM MODE-HRIS-PROSES
               WHEN MODE-KURANG-POTONG
                    PERFORM MODE-KPOTONG-PROSES
               WHEN MODE-OPR-MAINT
                    PERFORM MODE-OPRMAINT-MENU
               WHEN MODE-DTP-REALISASI
                    PERFORM MODE-DTP-PROSES
           END-EVALUATE.

           PERFORM RUN-SELESAI.
       PARAM-BACA.
           MOVE "N" TO WS-AUTO-RUN.
           MOVE SPACES TO WS-PAR-MODE WS-PAR-TAHUN WS-PAR-MASA
                WS-PAR-PRSH WS-PAR-JENIS WS-PAR-KOREKSI
                WS-PAR-AMBANG-NILAI WS-PAR-AMBANG-PERSEN
                WS-PAR-OPERATOR.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS = "00"
                MOVE "N" TO WS-EOF-PARAM
                    MOVE WS-PAR-VAL TO WS-PAR-JENIS
               WHEN "KOREKSI"
                    MOVE WS-PAR-VAL TO WS-PAR-KOREKSI
               WHEN "AMBANG-NILAI"
                    MOVE WS-PAR-VAL TO WS-PAR-AMBANG-NILAI
               WHEN "AMBANG-PERSEN"
                    MOVE WS-PAR-VAL TO WS-PAR-AMBANG-PERSEN
               WHEN "OPERATOR"
                    MOVE WS-PAR-VAL TO WS-PAR-OPERATOR
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
                    MOVE WS-EB-COUNT TO WS-SUM-RECORDS
               WHEN MODE-REKON
                    MOVE WS-RK-REC-LOG TO WS-SUM-RECORDS
               WHEN MODE-BATAL-RUN
                    MOVE WS-BT-HIST-COUNT TO WS-SUM-RECORDS
               WHEN MODE-HRIS-FEED
                    MOVE WS-HR-TERAP-COUNT TO WS-SUM-RECORDS
               WHEN MODE-KURANG-POTONG
                    MOVE WS-KP-TANDA-COUNT TO WS-SUM-RECORDS
               WHEN MODE-DTP-REALISASI
                    MOVE WS-DR-NIK-COUNT TO WS-SUM-RECORDS
               WHEN OTHER
                    MOVE ZERO TO WS-SUM-RECORDS
           END-EVALUATE.
                     "," WS-SUM-RECORDS DELIMITED BY SIZE
                     "," WS-VAL-ERRORS DELIMITED BY SIZE
                     "," WS-RUN-RC DELIMITED BY SIZE
                     "," WS-OPERATOR-ID DELIMITED BY SPACE
                     WS-RUN-CATATAN DELIMITED BY SPACE
                     INTO RUNHIST-OUT-LINE
                END-STRING
                WRITE RUNHIST-OUT-LINE
           MOVE WS-PAR-MODE TO WS-MODE-PILIHAN.
           IF MODE-BATCH OR MODE-TRUEUP OR MODE-REKON
                OR MODE-EBUPOT OR MODE-DEPT-REPORT OR MODE-RAPEL
                OR MODE-HRIS-FEED OR MODE-KURANG-POTONG
                OR MODE-DTP-REALISASI
                DISPLAY "Mode run tanpa operator : " WS-MODE-PILIHAN
                PERFORM OPERATOR-CEK-AKSES
                IF WS-OPR-BOLEH NOT = "Y"
                     MOVE 4 TO WS-RUN-RC
                     PERFORM RUN-SELESAI
                     STOP RUN
                END-IF
           ELSE
                DISPLAY "Mode " WS-MODE-PILIHAN " tidak didukung "
                     "tanpa operator, run DITOLAK."
           DISPLAY "Selamat Datang di Program Hitung PPh21".
           DISPLAY "Update Nilai terakhir Desember 2025".
           DISPLAY " ".
           DISPLAY "Operator : " WS-OPERATOR-ID " - " WS-OPR-NAMA
                " (peran " WS-OPR-ROLE ")".
           DISPLAY "Pilih mode program : ".
           DISPLAY "1. Hitung interaktif (satu per satu)".
           DISPLAY "2. Hitung batch (dari file employee)".
           DISPLAY "12. Rapel kenaikan gaji berlaku surut".
           DISPLAY "13. Register setoran pajak (SSP/billing)".
           DISPLAY "14. Cetak 1721-A1 tahunan per karyawan".
           DISPLAY "15. Simulasi tarif usulan (selisih pajak)".
           DISPLAY "16. SPT Masa PPh 21/26 induk per perusahaan".
           DISPLAY "17. Pembatalan (reversal) run batch".
           DISPLAY "18. Update master karyawan dari file HRIS".
           DISPLAY "19. Peringatan dini kurang potong (proyeksi Des)".
           DISPLAY "20. Maintenance operator dan hak akses".
           DISPLAY "21. Realisasi PPh 21 DTP per perusahaan".
           DISPLAY "----------------------------".
           MOVE "N" TO WS-EOF-EMPLOYEE.
           PERFORM UNTIL MODE-PILIHAN-VALID
                DISPLAY "Pilih dengan ketik angka (1-21): "
                ACCEPT WS-MODE-PILIHAN
                IF NOT MODE-PILIHAN-VALID
                     DISPLAY "Pilihan tidak valid, silakan ulangi."
                ELSE
                     PERFORM OPERATOR-CEK-AKSES
                     IF WS-OPR-BOLEH NOT = "Y"
                          MOVE SPACES TO WS-MODE-PILIHAN
                     END-IF
                END-IF
           END-PERFORM.

                               MOVE "Y" TO WS-PRSH-DITEMUKAN
                     END-READ
                     CLOSE PERUSH-FILE
                ELSE
      *              sama seperti master karyawan : file layout lama
      *              diperingatkan sekali per run
                     IF WS-PERUSH-STATUS NOT = "35" AND
                          WS-PRSH-WARNED NOT = "Y"
                          MOVE "Y" TO WS-PRSH-WARNED
                          DISPLAY "File profil perusahaan tidak bisa "
                               "dibuka (status " WS-PERUSH-STATUS ")."
                          DISPLAY "Kemungkinan file dari layout lama "
                               "dan harus dikonversi (menu 9 "
                               "pilihan 3)."
                     END-IF
                END-IF
           END-IF.

                MOVE PRS-NPWP TO WS-NPWP-PERUSAHAAN
                MOVE PRS-ALAMAT TO WS-ALAMAT-PERUSAHAAN
                MOVE PRS-PENANDATANGAN TO WS-PENANDATANGAN
                MOVE PRS-DTP-FLAG TO WS-PRSH-DTP
                MOVE PRS-KLU TO WS-PRSH-KLU
           ELSE
                IF WS-PRSH-KODE-AKTIF NOT = SPACES
                     DISPLAY "Kode perusahaan tidak ditemukan : "
                MOVE SPACES TO WS-NPWP-PERUSAHAAN
                MOVE SPACES TO WS-ALAMAT-PERUSAHAAN
                MOVE SPACES TO WS-PENANDATANGAN
                MOVE SPACE TO WS-PRSH-DTP
                MOVE SPACES TO WS-PRSH-KLU
           END-IF.

      *memilih masa pajak (bulan 1-12) yang diproses; default bulan
      *                  tanpa PTKP, menu PTKP dilewati
                         CONTINUE
                    WHEN EMP-DARI-MASTER
                         PERFORM AMBIL-KODE-PTKP-MASTER
                         MOVE WS-EMP-KODE-EFEKTIF TO PILIHAN
                         PERFORM AMBIL-PTKP
                         IF PTKP = ZERO
                              DISPLAY "Kode PTKP di master tidak "
                         PERFORM PTKP-MENU
                END-EVALUATE
                PERFORM PROSES-HITUNG
                IF WS-PESANGON-INPUT > ZERO
                     OR WS-PENSIUN-SKG-INPUT > ZERO
                     PERFORM PROSES-HITUNG-SEKALIGUS
                END-IF
                PERFORM TAMPILKAN-HASIL
                PERFORM TANYA-RESTART
           END-PERFORM.
                          WS-BATCH-OUT-FILENAME
                     DISPLAY "GL run nomor " WS-RUN-NOMOR
                          " di file " WS-GLRUN-FILENAME
                     IF WS-DTP-COUNT > ZERO
                          MOVE WS-DTP-TOTAL TO WS-DR-D-DTP
                          DISPLAY "PPh 21 DTP : " WS-DTP-COUNT
                               " karyawan, total Rp " WS-DR-D-DTP
                     END-IF
                END-IF
           END-IF.
           MOVE "N" TO WS-GL-RUN-AKTIF.
                     WS-BATCH-KODE-PRSH WS-BATCH-METODE
                     WS-BATCH-TIPE WS-BATCH-HARI
                     WS-BATCH-BPJS-PRSH WS-BATCH-IURAN-PEN
                     WS-BATCH-PESANGON WS-BATCH-PENSIUN-SKG
           END-UNSTRING.
           IF WS-BATCH-KODE-PRSH NOT = SPACES
                MOVE WS-BATCH-KODE-PRSH TO WS-PRSH-KODE-AKTIF
           PERFORM HITUNG-BULAN-KERJA.
      *    karyawan non-aktif dilewati, kecuali yang keluar pada masa
      *    yang sedang diproses : baris itu justru harus dihitung
      *    sebagai perhitungan disetahunkan final karyawan tersebut.
      *    Mantan karyawan yang menerima pesangon/pensiun sekaligus
      *    tidak dilewati, tetapi hanya pembayaran sekaligusnya yang
      *    diproses
           IF EMP-DITEMUKAN AND EMP-STATUS-AKTIF NOT = "A"
                AND NOT KELUAR-MASA-INI
                AND WS-BATCH-PESANGON = ZERO
                AND WS-BATCH-PENSIUN-SKG = ZERO
                SET BARIS-DILEWATI TO TRUE
                DISPLAY "Baris dilewati, karyawan non-aktif di "
                     "master : " WS-BATCH-NIK
           ELSE
                IF EMP-DITEMUKAN AND EMP-STATUS-AKTIF NOT = "A"
                     AND NOT KELUAR-MASA-INI
                     MOVE ZERO TO WS-BATCH-GAJI WS-BATCH-BONUS
                     DISPLAY "Karyawan non-aktif, hanya pembayaran "
                          "sekaligus yang diproses : " WS-BATCH-NIK
                END-IF
                IF EMP-DITEMUKAN
                     SET EMP-DARI-MASTER TO TRUE
                     PERFORM AMBIL-KODE-PTKP-MASTER
                     MOVE WS-EMP-KODE-EFEKTIF TO WS-BATCH-KODE-PTKP
                     MOVE EMP-BPJS-KES TO WS-BATCH-BPJS-KES
                     MOVE EMP-BPJS-TK TO WS-BATCH-BPJS-TK
                     MOVE EMP-NAMA TO WS-BATCH-NAMA
      *true-up Desember. Karyawan yang keluar pada masa ini diproses
      *lewat jalur perhitungan disetahunkan final
       BATCH-HITUNG-SATU-BARIS.
           MOVE "N" TO WS-DTP-LAYAK.
           MOVE WS-BATCH-PERIODE TO WS-PERIODE-PILIHAN.
           MOVE WS-BATCH-GAJI TO WS-GROSS-INPUT.
           MOVE WS-BATCH-BONUS TO WS-BONUS-INPUT.
           MOVE WS-BATCH-METODE TO WS-METODE-PAJAK.
           MOVE WS-BATCH-TIPE TO WS-TIPE-PENERIMA.
           MOVE WS-BATCH-HARI TO WS-HARI-KERJA.
           MOVE WS-BATCH-PESANGON TO WS-PESANGON-INPUT.
           MOVE WS-BATCH-PENSIUN-SKG TO WS-PENSIUN-SKG-INPUT.
      *    pembayaran sekaligus dihitung lebih dulu supaya pajak
      *    finalnya ikut tertulis di baris file hasil batch
           IF WS-PESANGON-INPUT > ZERO OR WS-PENSIUN-SKG-INPUT > ZERO
                MOVE WS-BATCH-KODE-PTKP TO PILIHAN
                PERFORM PROSES-HITUNG-SEKALIGUS
           END-IF.
           EVALUATE TRUE
               WHEN WS-GROSS-INPUT = ZERO
                    AND (WS-PESANGON-INPUT > ZERO
                         OR WS-PENSIUN-SKG-INPUT > ZERO)
      *             baris hanya berisi pembayaran sekaligus, tidak
      *             ada gaji masa ini yang dihitung
                    ADD 1 TO WS-BATCH-COUNT
                    PERFORM BATCH-TULIS-HASIL
               WHEN PERIODE-BULANAN AND KELUAR-MASA-INI
                    AND TIPE-TETAP AND WS-MASA-PAJAK < 12
                    PERFORM BATCH-HITUNG-FINAL
               WHEN OTHER
                    PERFORM HITUNG-DEDUKSI-BATCH
                    PERFORM DTP-CEK-LAYAK
                    IF PERIODE-BULANAN
                         MOVE WS-BULAN-KERJA TO WS-FAKTOR-SETAHUN
                         COMPUTE WS-GAJI-SETAHUN =
                              WS-NETTO-SETELAH-DEDUKSI * WS-BULAN-KERJA
                         MOVE WS-GAJI-SETAHUN TO INPUT-USER
                    ELSE
                         MOVE WS-NETTO-SETELAH-DEDUKSI TO INPUT-USER
                    END-IF
                    MOVE WS-BATCH-KODE-PTKP TO PILIHAN
                    PERFORM PROSES-HITUNG
                    ADD 1 TO WS-BATCH-COUNT
                    PERFORM BATCH-TULIS-HASIL
           END-EVALUATE.
           MOVE "N" TO WS-DTP-LAYAK.

      *syarat PPh 21 DTP per masa : pegawai tetap, perhitungan
      *bulanan (termasuk masa terakhir karyawan keluar dan true-up
      *Desember), perusahaan berfasilitas DTP dengan KLU yang
      *terdaftar untuk tahun pajak ini, dan bruto teratur masa ini
      *(gaji + premi BPJS perusahaan, tanpa bonus) tidak melebihi
      *batas. Pajaknya tetap dihitung penuh, hanya dicatat sebagai
      *DTP
       DTP-CEK-LAYAK.
           MOVE "N" TO WS-DTP-LAYAK.
           IF WS-DTP-AMBANG > ZERO AND WS-PRSH-DTP = "Y"
                AND TIPE-TETAP
                AND (PERIODE-BULANAN OR PERIODE-DESEMBER)
                AND WS-GROSS-INPUT > ZERO
                AND WS-GROSS-INPUT NOT > WS-DTP-AMBANG
                MOVE "N" TO WS-DTP-KLU-ADA
                PERFORM VARYING WS-DTP-KLU-IDX FROM 1 BY 1
                     UNTIL WS-DTP-KLU-IDX > WS-DTP-KLU-COUNT
                          OR WS-DTP-KLU-ADA = "Y"
                     IF WS-DTP-KLU (WS-DTP-KLU-IDX) = WS-PRSH-KLU
                          MOVE "Y" TO WS-DTP-KLU-ADA
                     END-IF
                END-PERFORM
                IF WS-DTP-KLU-ADA = "Y" AND WS-PRSH-KLU NOT = SPACES
                     MOVE "Y" TO WS-DTP-LAYAK
                END-IF
           END-IF.

      *perhitungan disetahunkan final karyawan yang keluar pada masa
      *bukti potong final wajib terbit saat karyawan berhenti
       BATCH-HITUNG-FINAL.
           PERFORM HITUNG-DEDUKSI-BATCH.
           PERFORM DTP-CEK-LAYAK.
           MOVE WS-BATCH-KODE-PTKP TO PILIHAN.
           PERFORM AMBIL-PTKP.
           IF PTKP = ZERO
           END-EVALUATE.
           MOVE WS-PAJAK-BONUS TO WS-HSL-BONUS-N.
           MOVE WS-PKP-BONUS TO WS-HSL-PKP-BONUS-N.
           COMPUTE WS-HSL-FINAL-N =
                WS-PAJAK-PESANGON + WS-PAJAK-PENSIUN-SKG.
           MOVE SPACES TO BATCH-OUT-LINE.
           IF PROSES-TIDAK-VALID AND PTKP = ZERO
                STRING WS-BATCH-NIK DELIMITED BY SPACE
                     "," WS-LOG-PAJAK-N DELIMITED BY SIZE
                     "," WS-HSL-BONUS-N DELIMITED BY SIZE
                     "," WS-HSL-PKP-BONUS-N DELIMITED BY SIZE
                     "," WS-HSL-FINAL-N DELIMITED BY SIZE
                     INTO BATCH-OUT-LINE
                END-STRING
           END-IF
           MOVE ZERO TO WS-BATCH-BPJS-PRSH WS-BATCH-IURAN-PEN.
           MOVE ZERO TO WS-BONUS-INPUT WS-PAJAK-BONUS WS-PKP-BONUS.
           MOVE ZERO TO WS-PKP-REGULER WS-PAJAK-REGULER.
           MOVE ZERO TO WS-PESANGON-INPUT WS-PENSIUN-SKG-INPUT.
           MOVE ZERO TO WS-BATCH-PESANGON WS-BATCH-PENSIUN-SKG.
           MOVE ZERO TO WS-PAJAK-PESANGON WS-PAJAK-PENSIUN-SKG.
           MOVE SPACES TO WS-BATCH-NIK WS-BATCH-KODE-PTKP.
           MOVE SPACES TO WS-BATCH-NAMA WS-BATCH-NPWP.
           MOVE SPACES TO WS-BATCH-KODE-PRSH.
                     MOVE "G" TO WS-METODE-PAJAK
                END-IF
                DISPLAY "Tipe penerima T=tetap H=tidak tetap "
                     "B=bukan pegawai W=WPLN (kosong = tetap) = "
                ACCEPT WS-TIPE-PENERIMA
                IF WS-TIPE-PENERIMA = SPACE
                     MOVE "T" TO WS-TIPE-PENERIMA
           DISPLAY "Bonus/THR/penghasilan tidak teratur "
                "(0 bila tidak ada) = "
           ACCEPT WS-BONUS-INPUT.
           IF NOT TIPE-WPLN
                DISPLAY "Pesangon/UPMK/uang penggantian hak dibayar "
                     "sekaligus (0 bila tidak ada) = "
                ACCEPT WS-PESANGON-INPUT
                DISPLAY "Uang manfaat pensiun/JHT/THT dibayar "
                     "sekaligus (0 bila tidak ada) = "
                ACCEPT WS-PENSIUN-SKG-INPUT
           END-IF.

      *menampilkan menu PTKP, mengulang bila kode tidak ditemukan
      *di tabel PTKP (request 006, sebelumnya PTKP diam-diam
                END-IF
           END-PERFORM.

      *menjalankan fungsi perhitungan utama; pegawai tidak tetap,
      *bukan pegawai dan wajib pajak luar negeri punya jalur sendiri
      *tanpa PTKP/biaya jabatan, kode objek pajak ditentukan dari
      *tipe penerima
       PROSES-HITUNG.
           MOVE "N" TO WS-PROSES-INVALID.
           PERFORM TENTUKAN-KODE-OBJEK.
           EVALUATE TRUE
               WHEN TIPE-WPLN
                    PERFORM PROSES-HITUNG-WPLN
               WHEN NOT TIPE-TETAP
                    PERFORM PROSES-HITUNG-NON-TETAP
               WHEN OTHER
                    PERFORM PROSES-HITUNG-TETAP
           END-EVALUATE.

      *kode objek pajak e-Bupot 21/26 per tipe penerima penghasilan
       TENTUKAN-KODE-OBJEK.
           EVALUATE TRUE
               WHEN TIPE-TIDAK-TETAP
                    MOVE "21-100-03" TO WS-KODE-OBJEK-PAJAK
               WHEN TIPE-BUKAN-PEG
                    MOVE "21-100-09" TO WS-KODE-OBJEK-PAJAK
               WHEN TIPE-WPLN
                    MOVE "27-100-99" TO WS-KODE-OBJEK-PAJAK
               WHEN OTHER
                    MOVE "21-100-01" TO WS-KODE-OBJEK-PAJAK
           END-EVALUATE.
           MOVE WS-DPP-50 TO PKP.
           PERFORM HITUNG-PAJAK.

      *jalur PPh 26 wajib pajak luar negeri : tanpa PTKP, biaya
      *jabatan maupun TER, pajak = tarif x bruto masa; bonus/THR
      *dipotong dengan tarif yang sama pada baris jenis "B"
       PROSES-HITUNG-WPLN.
           IF WS-GROSS-INPUT = ZERO
                MOVE "Y" TO WS-PROSES-INVALID
                MOVE ZERO TO PKP NILAI-PAJAK
                DISPLAY "Baris dilewati (tidak dicatat ke log/"
                     "slip/GL) karena gaji bruto kosong/"
                     "nol : " WS-NIK
           ELSE
                PERFORM WPLN-TENTUKAN-TARIF
                MOVE ZERO TO WS-BIAYA-JABATAN WS-TOTAL-DEDUKSI
                MOVE WS-GROSS-INPUT TO WS-NETTO-SETELAH-DEDUKSI
                MOVE WS-GROSS-INPUT TO INPUT-USER
                MOVE WS-GROSS-INPUT TO PKP
                COMPUTE NILAI-PAJAK ROUNDED =
                     WS-GROSS-INPUT * WS-WPLN-TARIF / 100
                MOVE NILAI-PAJAK TO WS-NILAI-PAJAK-BULANAN
                MOVE NILAI-PAJAK TO WS-NILAI-PAJAK-PRORATA
                IF WS-BONUS-INPUT > ZERO
                     MOVE WS-BONUS-INPUT TO WS-PKP-BONUS
                     COMPUTE WS-PAJAK-BONUS ROUNDED =
                          WS-BONUS-INPUT * WS-WPLN-TARIF / 100
                END-IF
                IF METODE-NETT
                     PERFORM HITUNG-TUNJANGAN-NETT
                END-IF
                PERFORM TULIS-LOG
                PERFORM CETAK-SLIP
                PERFORM TULIS-GL-OUTPUT
                IF WS-BONUS-INPUT > ZERO
                     PERFORM TULIS-LOG-BONUS
                     PERFORM TULIS-GL-BONUS
                END-IF
           END-IF.

      *tarif PPh 26 untuk WS-NIK pada masa aktif dari master
      *karyawan; NIK yang tidak ada di master memakai tarif umum
       WPLN-TENTUKAN-TARIF.
           MOVE WS-NIK TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           PERFORM WPLN-CEK-SKD.

      *tarif P3B dipakai bila record master yang sudah dibaca punya
      *nomor SKD, masa pajak ada di dalam masa berlaku SKD (dibanding
      *per bulan) dan tarif P3B lebih rendah dari tarif umum
       WPLN-CEK-SKD.
           MOVE WS-TARIF-PPH26 TO WS-WPLN-TARIF.
           MOVE "N" TO WS-WPLN-SKD-FLAG.
           COMPUTE WS-WPLN-BLN-MASA =
                WS-TAHUN-PAJAK * 100 + WS-MASA-PAJAK.
           IF EMP-DITEMUKAN AND EMP-SKD-NOMOR NOT = SPACES
                AND EMP-SKD-MULAI IS NUMERIC
                AND EMP-SKD-AKHIR IS NUMERIC
                AND EMP-TARIF-P3B IS NUMERIC
                COMPUTE WS-WPLN-BLN-MULAI = EMP-SKD-MULAI / 100
                COMPUTE WS-WPLN-BLN-AKHIR = EMP-SKD-AKHIR / 100
                IF WS-WPLN-BLN-MASA >= WS-WPLN-BLN-MULAI
                     AND WS-WPLN-BLN-MASA <= WS-WPLN-BLN-AKHIR
                     AND EMP-TARIF-P3B < WS-TARIF-PPH26
                     MOVE EMP-TARIF-P3B TO WS-WPLN-TARIF
                     SET WPLN-SKD-BERLAKU TO TRUE
                END-IF
           END-IF.

      *PPh 21 final atas pesangon dan uang manfaat pensiun/JHT yang
      *dibayar sekaligus : dihitung terpisah dari gaji masa ini
      *dengan tarif berlapis atas bruto pembayaran, masing-masing
      *dicatat sebagai baris log/histori/GL sendiri dengan kode
      *objek finalnya. Wajib pajak luar negeri dipotong PPh 26 lewat
      *jalur WPLN, bukan di sini
       PROSES-HITUNG-SEKALIGUS.
           MOVE ZERO TO WS-PAJAK-PESANGON WS-PAJAK-PENSIUN-SKG.
           IF TIPE-WPLN
                DISPLAY "Pembayaran sekaligus tipe W tidak dihitung "
                     "sebagai PPh 21 final : " WS-NIK
           ELSE
                MOVE WS-KODE-OBJEK-PAJAK TO WS-SKG-OBJEK-SIMPAN
                IF WS-PESANGON-INPUT > ZERO
                     MOVE "P" TO WS-SKG-KAT
                     MOVE WS-PESANGON-INPUT TO WS-SKG-DASAR
                     PERFORM HITUNG-PAJAK-SEKALIGUS
                     MOVE WS-SKG-PAJAK TO WS-PAJAK-PESANGON
                     MOVE "21-401-01" TO WS-KODE-OBJEK-PAJAK
                     PERFORM TULIS-LOG-SEKALIGUS
                     PERFORM TULIS-GL-SEKALIGUS
                END-IF
                IF WS-PENSIUN-SKG-INPUT > ZERO
                     MOVE "J" TO WS-SKG-KAT
                     MOVE WS-PENSIUN-SKG-INPUT TO WS-SKG-DASAR
                     PERFORM HITUNG-PAJAK-SEKALIGUS
                     MOVE WS-SKG-PAJAK TO WS-PAJAK-PENSIUN-SKG
                     MOVE "21-401-02" TO WS-KODE-OBJEK-PAJAK
                     PERFORM TULIS-LOG-SEKALIGUS
                     PERFORM TULIS-GL-SEKALIGUS
                END-IF
                MOVE WS-SKG-OBJEK-SIMPAN TO WS-KODE-OBJEK-PAJAK
           END-IF.

      *tarif berlapis kategori WS-SKG-KAT atas WS-SKG-DASAR : tiap
      *lapis dikenai persennya atas bagian bruto di dalam lapis itu
       HITUNG-PAJAK-SEKALIGUS.
           MOVE ZERO TO WS-SKG-PAJAK.
           PERFORM VARYING IX-FINAL FROM 1 BY 1
                UNTIL IX-FINAL > WS-FINAL-COUNT
                IF WS-FINAL-KAT (IX-FINAL) = WS-SKG-KAT
                     AND WS-SKG-DASAR > WS-FINAL-BAWAH (IX-FINAL)
                     IF WS-SKG-DASAR > WS-FINAL-ATAS (IX-FINAL)
                          COMPUTE WS-SKG-LAPIS =
                               WS-FINAL-ATAS (IX-FINAL) -
                               WS-FINAL-BAWAH (IX-FINAL)
                     ELSE
                          COMPUTE WS-SKG-LAPIS =
                               WS-SKG-DASAR - WS-FINAL-BAWAH (IX-FINAL)
                     END-IF
                     COMPUTE WS-SKG-PAJAK ROUNDED = WS-SKG-PAJAK +
                          WS-SKG-LAPIS * WS-FINAL-PERSEN (IX-FINAL)
                          / 100
                END-IF
           END-PERFORM.

      *jalur pegawai tetap (alur perhitungan lama)
       PROSES-HITUNG-TETAP.
           PERFORM AMBIL-PTKP.
                    MOVE INPUT-USER TO WS-LOG-NETTO
                    MOVE NILAI-PAJAK TO WS-LOG-PAJAK-N
           END-EVALUATE.
      *    pajak DTP dibayarkan tunai ke karyawan, bukan disetor
           IF WS-DTP-LAYAK = "Y"
                MOVE WS-LOG-PAJAK-N TO WS-LOG-DTP-N
                ADD 1 TO WS-DTP-COUNT
                ADD WS-LOG-DTP-N TO WS-DTP-TOTAL
           ELSE
                MOVE ZERO TO WS-LOG-DTP-N
           END-IF.
           MOVE SPACES TO PPH21-LOG-RECORD.
           OPEN EXTEND PPH21-LOG-FILE.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                "," WS-LOG-PAJAK-N DELIMITED BY SIZE
                "," WS-RUN-NOMOR DELIMITED BY SIZE
                "," WS-KODE-OBJEK-PAJAK DELIMITED BY SIZE
                "," WS-OPERATOR-ID DELIMITED BY SPACE
                "," WS-LOG-DTP-N DELIMITED BY SIZE
                INTO PPH21-LOG-RECORD
           END-STRING.
           WRITE PPH21-LOG-RECORD.
      *menulis baris log terpisah untuk PPh21 atas bonus/THR (jenis
      *"B") supaya pajak bonus tercatat pada masa dibayarkannya
       TULIS-LOG-BONUS.
           MOVE ZERO TO WS-LOG-DTP-N.
           ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-JAM-FULL FROM TIME.
           MOVE WS-LOG-JAM-FULL(1:6) TO WS-LOG-JAM.
                "," WS-LOG-PAJAK-N DELIMITED BY SIZE
                "," WS-RUN-NOMOR DELIMITED BY SIZE
                "," WS-KODE-OBJEK-PAJAK DELIMITED BY SIZE
                "," WS-OPERATOR-ID DELIMITED BY SPACE
                "," WS-LOG-DTP-N DELIMITED BY SIZE
                INTO PPH21-LOG-RECORD
           END-STRING.
           WRITE PPH21-LOG-RECORD.
           CLOSE PPH21-LOG-FILE.
           PERFORM HIST-TULIS.

      *menulis baris log terpisah untuk PPh 21 final pembayaran
      *sekaligus (jenis "P" pesangon, "J" pensiun/JHT sekaligus);
      *PKP dicatat nol karena pajak final tidak melalui PKP
       TULIS-LOG-SEKALIGUS.
           MOVE ZERO TO WS-LOG-DTP-N.
           ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-JAM-FULL FROM TIME.
           MOVE WS-LOG-JAM-FULL(1:6) TO WS-LOG-JAM.
           MOVE WS-SKG-KAT TO WS-LOG-JENIS.
           EVALUATE TRUE
               WHEN PERIODE-BULANAN
                    MOVE "B" TO WS-LOG-PERIODE
               WHEN PERIODE-DESEMBER
                    MOVE "D" TO WS-LOG-PERIODE
               WHEN OTHER
                    MOVE "T" TO WS-LOG-PERIODE
           END-EVALUATE.
           MOVE WS-SKG-DASAR TO WS-LOG-BRUTO.
           MOVE WS-SKG-DASAR TO WS-LOG-NETTO.
           MOVE ZERO TO WS-LOG-PKP-N.
           MOVE WS-SKG-PAJAK TO WS-LOG-PAJAK-N.
           MOVE SPACES TO PPH21-LOG-RECORD.
           OPEN EXTEND PPH21-LOG-FILE.
           IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                OPEN OUTPUT PPH21-LOG-FILE
                CLOSE PPH21-LOG-FILE
                OPEN EXTEND PPH21-LOG-FILE
           END-IF.
           STRING WS-LOG-TANGGAL DELIMITED BY SIZE
                "-" WS-LOG-JAM DELIMITED BY SIZE
                "," WS-TAHUN-PAJAK DELIMITED BY SIZE
                "," WS-MASA-PAJAK DELIMITED BY SIZE
                "," WS-LOG-PERIODE DELIMITED BY SIZE
                "," WS-LOG-JENIS DELIMITED BY SIZE
                "," WS-NIK DELIMITED BY SIZE
                "," WS-NPWP DELIMITED BY SIZE
                "," PILIHAN DELIMITED BY SIZE
                "," WS-LOG-BRUTO DELIMITED BY SIZE
                "," WS-LOG-NETTO DELIMITED BY SIZE
                "," WS-LOG-PKP-N DELIMITED BY SIZE
                "," WS-LOG-PAJAK-N DELIMITED BY SIZE
                "," WS-RUN-NOMOR DELIMITED BY SIZE
                "," WS-KODE-OBJEK-PAJAK DELIMITED BY SIZE
                "," WS-OPERATOR-ID DELIMITED BY SPACE
                "," WS-LOG-DTP-N DELIMITED BY SIZE
                INTO PPH21-LOG-RECORD
           END-STRING.
           WRITE PPH21-LOG-RECORD.
                     WS-HIST-STATUS "), record histori TIDAK "
                     "tersimpan."
           ELSE
                MOVE SPACES TO HIST-RECORD
                MOVE WS-TAHUN-PAJAK TO HST-TAHUN
                MOVE WS-MASA-PAJAK TO HST-MASA
                MOVE WS-NIK TO HST-NIK
                     "-" WS-LOG-JAM DELIMITED BY SIZE
                     INTO HST-WAKTU
                END-STRING
                MOVE WS-OPERATOR-ID TO HST-OPERATOR
                MOVE WS-LOG-DTP-N TO HST-PAJAK-DTP
                WRITE HIST-RECORD
                     INVALID KEY
                          REWRITE HIST-RECORD
           MOVE WS-METODE-PAJAK TO GLO-METODE.
           MOVE WS-TUNJANGAN-PAJAK TO GLO-TUNJ-PAJAK.
           MOVE WS-KODE-OBJEK-PAJAK TO GLO-KODE-OBJEK.
           MOVE WS-LOG-DTP-N TO GLO-PAJAK-DTP.
           EVALUATE TRUE
               WHEN PERIODE-BULANAN
                    MOVE "B" TO GLO-PERIODE
           MOVE WS-METODE-PAJAK TO GLO-METODE.
           MOVE ZERO TO GLO-TUNJ-PAJAK.
           MOVE WS-KODE-OBJEK-PAJAK TO GLO-KODE-OBJEK.
           MOVE ZERO TO GLO-PAJAK-DTP.
           EVALUATE TRUE
               WHEN PERIODE-BULANAN
                    MOVE "B" TO GLO-PERIODE
               WHEN PERIODE-DESEMBER
                    MOVE "D" TO GLO-PERIODE
               WHEN OTHER
                    MOVE "T" TO GLO-PERIODE
           END-EVALUATE.
           IF WS-GL-RUN-AKTIF = "Y"
                MOVE GL-OUTPUT-RECORD TO WS-GLRUN-BUF
                MOVE GLO-PAJAK TO WS-GLRUN-PAJAK
           END-IF.
           OPEN EXTEND GL-OUTPUT-FILE.
           IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
                OPEN OUTPUT GL-OUTPUT-FILE
                CLOSE GL-OUTPUT-FILE
                OPEN EXTEND GL-OUTPUT-FILE
           END-IF.
           WRITE GL-OUTPUT-RECORD.
           CLOSE GL-OUTPUT-FILE.
           IF WS-GL-RUN-AKTIF = "Y"
                ADD 1 TO WS-GLRUN-COUNT
                ADD WS-GLRUN-PAJAK TO WS-GLRUN-TOTAL
                PERFORM GLRUN-TULIS-RECORD
           END-IF.

      *menulis baris GL terpisah untuk PPh 21 final pembayaran
      *sekaligus dengan bruto = pembayaran dan pajak = pajak final
       TULIS-GL-SEKALIGUS.
           MOVE SPACES TO GL-OUTPUT-RECORD.
           MOVE WS-NIK TO GLO-NIK.
           MOVE WS-NAMA TO GLO-NAMA.
           MOVE WS-PRSH-KODE-AKTIF TO GLO-KODE-PERUSAHAAN.
           MOVE WS-SKG-KAT TO GLO-JENIS.
           MOVE WS-TAHUN-PAJAK TO GLO-TAHUN-PAJAK.
           MOVE WS-MASA-PAJAK TO GLO-MASA.
           MOVE PILIHAN TO GLO-KODE-PTKP.
           MOVE WS-SKG-DASAR TO GLO-GAJI-BRUTO.
           MOVE ZERO TO GLO-TOTAL-DEDUKSI.
           MOVE ZERO TO GLO-PKP.
           MOVE WS-SKG-PAJAK TO GLO-PAJAK.
           MOVE WS-METODE-PAJAK TO GLO-METODE.
           MOVE ZERO TO GLO-TUNJ-PAJAK.
           MOVE WS-KODE-OBJEK-PAJAK TO GLO-KODE-OBJEK.
           MOVE ZERO TO GLO-PAJAK-DTP.
           EVALUATE TRUE
               WHEN PERIODE-BULANAN
                    MOVE "B" TO GLO-PERIODE
           END-IF.
           DISPLAY "Biaya jabatan   : Rp " WS-BIAYA-JABATAN-DISPLAY.
           DISPLAY "Total deduksi   : Rp " WS-TOTAL-DEDUKSI-DISPLAY.
           IF TIPE-WPLN
                MOVE WS-WPLN-TARIF TO WS-WPLN-TARIF-DISPLAY
                DISPLAY "Tarif PPh 26    : " WS-WPLN-TARIF-DISPLAY "%"
                IF WPLN-SKD-BERLAKU
                     DISPLAY "SKD/P3B         : " EMP-SKD-NOMOR
                          " negara " EMP-NEGARA
                ELSE
                     DISPLAY "SKD/P3B         : tidak ada SKD berlaku, "
                          "tarif umum"
                END-IF
           END-IF.
           IF PERIODE-BULANAN
                MOVE WS-GAJI-SETAHUN TO WS-GAJI-SETAHUN-DISPLAY
                DISPLAY "Gaji disetahunkan (12 bln) : Rp "
                DISPLAY "PPh21 atas bonus/THR    : Rp "
                     WS-PAJAK-BONUS-DISPLAY
           END-IF.
           IF WS-PESANGON-INPUT > ZERO AND NOT TIPE-WPLN
                MOVE WS-PESANGON-INPUT TO WS-SKG-DISPLAY
                MOVE WS-PAJAK-PESANGON TO WS-SKG-PAJAK-DISPLAY
                DISPLAY "Pesangon/UPMK/UPH       : Rp "
                     WS-SKG-DISPLAY
                DISPLAY "PPh21 final pesangon    : Rp "
                     WS-SKG-PAJAK-DISPLAY
           END-IF.
           IF WS-PENSIUN-SKG-INPUT > ZERO AND NOT TIPE-WPLN
                MOVE WS-PENSIUN-SKG-INPUT TO WS-SKG-DISPLAY
                MOVE WS-PAJAK-PENSIUN-SKG TO WS-SKG-PAJAK-DISPLAY
                DISPLAY "Pensiun/JHT sekaligus   : Rp "
                     WS-SKG-DISPLAY
                DISPLAY "PPh21 final pensiun     : Rp "
                     WS-SKG-PAJAK-DISPLAY
           END-IF.
           IF WS-TUNJANGAN-PAJAK > ZERO
                MOVE WS-TUNJANGAN-PAJAK TO WS-TUNJ-DISPLAY
                DISPLAY "Tunjangan pajak (" WS-METODE-PAJAK
                          WS-PTKP-KETERANGAN-DISPLAY
           END-SEARCH.

      *kode PTKP dari record master yang berlaku untuk tahun pajak
      *aktif, dipakai sebelum AMBIL-PTKP setiap kali kode diambil dari
      *master : status PTKP ditetapkan per 1 Januari, jadi perubahan
      *yang tahun berlakunya masih di depan belum dipakai dan tahun
      *itu tetap dihitung dengan kode lama
       AMBIL-KODE-PTKP-MASTER.
           MOVE EMP-KODE-PTKP TO WS-EMP-KODE-EFEKTIF.
           IF EMP-PTKP-BERLAKU IS NUMERIC
                IF EMP-PTKP-BERLAKU > WS-TAHUN-PAJAK
                     AND EMP-KODE-PTKP-LAMA NOT = SPACE
                     MOVE EMP-KODE-PTKP-LAMA TO WS-EMP-KODE-EFEKTIF
                END-IF
           END-IF.

      *fungsi menghitung PKP (input - ptkp)
       HITUNG-PKP.
            EVALUATE TRUE

      *memuat tabel PTKP/Tarif untuk WS-TAHUN-PAJAK dari RATE-FILE,
      *atau nilai default bila belum ada data tersimpan (request 002)
      *baris yang dimuat mengikuti WS-RATE-SUMBER (aktif/usulan);
      *WS-RATE-BARIS menghitung baris file yang benar-benar terpakai
       LOAD-RATE-TABLE.
           MOVE ZERO TO WS-PTKP-COUNT WS-TARIF-COUNT WS-TER-COUNT.
           MOVE ZERO TO WS-FINAL-COUNT.
           MOVE ZERO TO WS-DTP-AMBANG WS-DTP-KLU-COUNT.
           MOVE ZERO TO WS-RATE-BARIS.
           MOVE "N" TO WS-TER-DARI-FILE WS-FINAL-DARI-FILE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
                MOVE LOW-VALUES TO PTR-KEY
                               MOVE "10" TO WS-RATE-STATUS
                          NOT AT END
                               IF PTR-TAHUN = WS-TAHUN-PAJAK
                                    IF PTR-JENIS = "K"
                                         AND RATE-SUMBER-AKTIF
                                         PERFORM DTP-RATE-KE-TABEL
                                    END-IF
                                    PERFORM RATE-JENIS-BACA
                                    IF WS-RATE-JENIS-IN NOT = SPACE
                                         ADD 1 TO WS-RATE-BARIS
                                         PERFORM SIMPAN-RATE-KE-TABEL
                                    END-IF
                               ELSE
                                    MOVE "10" TO WS-RATE-STATUS
                               END-IF
           IF WS-TER-COUNT = ZERO
                PERFORM INIT-DEFAULT-TER
           END-IF.
           IF WS-FINAL-COUNT = ZERO
                PERFORM INIT-DEFAULT-FINAL
           END-IF.

      *menyalin satu baris hasil baca RATE-FILE ke tabel working-storage
      *WS-PTKP-TABLE/WS-TARIF-TABLE punya batas OCCURS tetap (lihat
      *tahun pajak ditolak di sini supaya tidak menulis melewati
      *batas tabel (lihat catatan review request 002/007)
       SIMPAN-RATE-KE-TABEL.
           EVALUATE WS-RATE-JENIS-IN
                WHEN "P"
                     IF WS-PTKP-COUNT >= 20
                          DISPLAY "Tabel PTKP penuh (maks 20 baris "
                          MOVE PTR-NILAI-2 TO WS-TER-ATAS (IX-TER)
                          MOVE PTR-PERSEN TO WS-TER-PERSEN (IX-TER)
                     END-IF
                WHEN "S"
                     MOVE "Y" TO WS-FINAL-DARI-FILE
                     IF WS-FINAL-COUNT >= 20
                          DISPLAY "Tabel tarif final penuh (maks 20 "
                               "baris per tahun pajak), baris "
                               "dilewati."
                     ELSE
                          ADD 1 TO WS-FINAL-COUNT
                          SET IX-FINAL TO WS-FINAL-COUNT
                          MOVE PTR-KODE (1:1) TO WS-FINAL-KAT (IX-FINAL)
                          MOVE PTR-NILAI-1 TO WS-FINAL-BAWAH (IX-FINAL)
                          MOVE PTR-NILAI-2 TO WS-FINAL-ATAS (IX-FINAL)
                          MOVE PTR-PERSEN TO
                               WS-FINAL-PERSEN (IX-FINAL)
                     END-IF
           END-EVALUATE.

      *parameter PPh 21 DTP (jenis "K") tidak ikut tarif usulan :
      *berlaku sebagaimana adanya untuk tahun pajak yang dimuat
       DTP-RATE-KE-TABEL.
           IF PTR-KODE = "000"
                MOVE PTR-NILAI-1 TO WS-DTP-AMBANG
           ELSE
                IF WS-DTP-KLU-COUNT >= 200
                     DISPLAY "Daftar KLU DTP penuh (maks 200 baris "
                          "per tahun pajak), baris " PTR-KODE
                          " dilewati."
                ELSE
                     ADD 1 TO WS-DTP-KLU-COUNT
                     MOVE PTR-KODE TO WS-DTP-KLU-NO (WS-DTP-KLU-COUNT)
                     MOVE PTR-KETERANGAN (1:5) TO
                          WS-DTP-KLU (WS-DTP-KLU-COUNT)
                     MOVE PTR-KETERANGAN (7:24) TO
                          WS-DTP-KLU-KET (WS-DTP-KLU-COUNT)
                END-IF
           END-IF.

      *menerjemahkan PTR-JENIS baris yang baru dibaca ke jenis tabel
      *P/T/E/S sesuai sumber yang sedang dimuat; baris milik sumber
      *lain menghasilkan spasi dan tidak dimuat
       RATE-JENIS-BACA.
           MOVE SPACE TO WS-RATE-JENIS-IN.
           IF RATE-SUMBER-USULAN
                EVALUATE PTR-JENIS
                    WHEN "Q"
                         MOVE "P" TO WS-RATE-JENIS-IN
                    WHEN "U"
                         MOVE "T" TO WS-RATE-JENIS-IN
                    WHEN "F"
                         MOVE "E" TO WS-RATE-JENIS-IN
                    WHEN "V"
                         MOVE "S" TO WS-RATE-JENIS-IN
                END-EVALUATE
           ELSE
                IF PTR-JENIS = "P" OR PTR-JENIS = "T"
                     OR PTR-JENIS = "E" OR PTR-JENIS = "S"
                     MOVE PTR-JENIS TO WS-RATE-JENIS-IN
                END-IF
           END-IF.

      *kebalikan RATE-JENIS-BACA : jenis tabel P/T/E/S di
      *WS-RATE-JENIS-IN menjadi PTR-JENIS yang disimpan ke file
      *sesuai sumber yang sedang dipelihara
       RATE-JENIS-SIMPAN.
           IF RATE-SUMBER-USULAN
                EVALUATE WS-RATE-JENIS-IN
                    WHEN "P"
                         MOVE "Q" TO PTR-JENIS
                    WHEN "T"
                         MOVE "U" TO PTR-JENIS
                    WHEN "E"
                         MOVE "F" TO PTR-JENIS
                    WHEN "S"
                         MOVE "V" TO PTR-JENIS
                END-EVALUATE
           ELSE
                MOVE WS-RATE-JENIS-IN TO PTR-JENIS
           END-IF.

      *nilai default PTKP dan tarif bila RATE-FILE belum diisi untuk
      *tahun pajak yang dipilih, sesuai UU HPP berlaku sejak 2022
       INIT-DEFAULT-RATES.
                     WS-TER-PERSEN (IX-TER)
           END-PERFORM.

      *nilai default tarif final pembayaran sekaligus bila RATE-FILE
      *belum berisi baris jenis "S" untuk tahun pajak yang dipilih :
      *pesangon berlapis 0/5/15/25 persen, uang manfaat pensiun/JHT
      *sekaligus 0/5 persen (PP 68/2009)
       INIT-DEFAULT-FINAL.
           MOVE ZERO TO WS-FINAL-COUNT.

           MOVE 1 TO WS-FINAL-COUNT.
           MOVE "P" TO WS-FINAL-KAT (1).
           MOVE ZERO TO WS-FINAL-BAWAH (1).
           MOVE 50000000 TO WS-FINAL-ATAS (1).
           MOVE ZERO TO WS-FINAL-PERSEN (1).

           ADD 1 TO WS-FINAL-COUNT.
           MOVE "P" TO WS-FINAL-KAT (2).
           MOVE 50000000 TO WS-FINAL-BAWAH (2).
           MOVE 100000000 TO WS-FINAL-ATAS (2).
           MOVE 5 TO WS-FINAL-PERSEN (2).

           ADD 1 TO WS-FINAL-COUNT.
           MOVE "P" TO WS-FINAL-KAT (3).
           MOVE 100000000 TO WS-FINAL-BAWAH (3).
           MOVE 500000000 TO WS-FINAL-ATAS (3).
           MOVE 15 TO WS-FINAL-PERSEN (3).

           ADD 1 TO WS-FINAL-COUNT.
           MOVE "P" TO WS-FINAL-KAT (4).
           MOVE 500000000 TO WS-FINAL-BAWAH (4).
           MOVE 999999999999 TO WS-FINAL-ATAS (4).
           MOVE 25 TO WS-FINAL-PERSEN (4).

           ADD 1 TO WS-FINAL-COUNT.
           MOVE "J" TO WS-FINAL-KAT (5).
           MOVE ZERO TO WS-FINAL-BAWAH (5).
           MOVE 50000000 TO WS-FINAL-ATAS (5).
           MOVE ZERO TO WS-FINAL-PERSEN (5).

           ADD 1 TO WS-FINAL-COUNT.
           MOVE "J" TO WS-FINAL-KAT (6).
           MOVE 50000000 TO WS-FINAL-BAWAH (6).
           MOVE 999999999999 TO WS-FINAL-ATAS (6).
           MOVE 5 TO WS-FINAL-PERSEN (6).

      *menu maintenance tabel PTKP/Tarif (request 002)
       MODE-MAINTENANCE-MENU.
           MOVE SPACE TO WS-MAINT-PILIHAN.
                DISPLAY "4. Tambah/Ubah baris Tarif"
                DISPLAY "5. Lihat tabel TER bulanan"
                DISPLAY "6. Tambah/Ubah baris TER bulanan"
                DISPLAY "7. Tarif usulan (simulasi sebelum berlaku)"
                DISPLAY "A. Lihat tabel tarif final pesangon/pensiun"
                DISPLAY "B. Tambah/Ubah lapis tarif final"
                DISPLAY "C. Lihat parameter PPh 21 DTP (batas, KLU)"
                DISPLAY "D. Ubah batas bruto / daftar KLU PPh 21 DTP"
                DISPLAY "9. Kembali ke menu utama"
                DISPLAY "Pilih menu = "
                ACCEPT WS-MAINT-PILIHAN
                         PERFORM MAINT-LIST-TER
                    WHEN "6"
                         PERFORM MAINT-UBAH-TER
                    WHEN "7"
                         PERFORM MAINT-USULAN-MENU
                    WHEN "A"
                         PERFORM MAINT-LIST-FINAL
                    WHEN "B"
                         PERFORM MAINT-UBAH-FINAL
                    WHEN "C"
                         PERFORM MAINT-LIST-DTP
                    WHEN "D"
                         PERFORM MAINT-UBAH-DTP
                    WHEN "9"
                         CONTINUE
                    WHEN OTHER
                END-EVALUATE
           END-PERFORM.

      *menu tarif usulan : baris PTKP/Tarif/TER/final usulan dipelihara
      *dengan layar yang sama seperti tarif aktif, tetapi tersimpan
      *sebagai jenis usulan sehingga run batch tidak memakainya.
      *Usulan pertama untuk satu tahun disalin dulu dari tarif aktif
      *supaya usulan selalu berupa satu set tabel yang lengkap
       MAINT-USULAN-MENU.
           MOVE "U" TO WS-RATE-SUMBER.
           PERFORM LOAD-RATE-TABLE.
           MOVE SPACE TO WS-USUL-PILIHAN.
           IF WS-RATE-BARIS = ZERO
                PERFORM USULAN-SALIN-AKTIF
           END-IF.
           PERFORM UNTIL WS-USUL-PILIHAN = "9"
                DISPLAY " "
                DISPLAY "=== Tarif Usulan (belum berlaku) ==="
                DISPLAY "Tahun pajak : " WS-TAHUN-PAJAK
                DISPLAY "1. Lihat tabel PTKP usulan"
                DISPLAY "2. Lihat tabel Tarif usulan"
                DISPLAY "3. Tambah/Ubah baris PTKP usulan"
                DISPLAY "4. Tambah/Ubah baris Tarif usulan"
                DISPLAY "5. Lihat tabel TER usulan"
                DISPLAY "6. Tambah/Ubah baris TER usulan"
                DISPLAY "7. Berlakukan usulan sebagai tarif aktif"
                DISPLAY "8. Batalkan (hapus) seluruh usulan"
                DISPLAY "A. Lihat tabel tarif final usulan"
                DISPLAY "B. Tambah/Ubah lapis tarif final usulan"
                DISPLAY "9. Kembali ke menu maintenance"
                DISPLAY "Pilih menu = "
                ACCEPT WS-USUL-PILIHAN
                EVALUATE WS-USUL-PILIHAN
                    WHEN "1"
                         PERFORM MAINT-LIST-PTKP
                    WHEN "2"
                         PERFORM MAINT-LIST-TARIF
                    WHEN "3"
                         PERFORM MAINT-UBAH-PTKP
                    WHEN "4"
                         PERFORM MAINT-UBAH-TARIF
                    WHEN "5"
                         PERFORM MAINT-LIST-TER
                    WHEN "6"
                         PERFORM MAINT-UBAH-TER
                    WHEN "7"
                         PERFORM USULAN-BERLAKUKAN
                    WHEN "8"
                         PERFORM USULAN-BATALKAN
                    WHEN "A"
                         PERFORM MAINT-LIST-FINAL
                    WHEN "B"
                         PERFORM MAINT-UBAH-FINAL
                    WHEN "9"
                         CONTINUE
                    WHEN OTHER
                         DISPLAY "Pilihan tidak valid, silakan ulangi."
                END-EVALUATE
           END-PERFORM.
           MOVE "A" TO WS-RATE-SUMBER.
           PERFORM LOAD-RATE-TABLE.

      *membuka usulan baru : tabel aktif di memori ditulis seluruhnya
      *sebagai baris usulan tahun ini
       USULAN-SALIN-AKTIF.
           MOVE "A" TO WS-RATE-SUMBER.
           PERFORM LOAD-RATE-TABLE.
           DISPLAY "Belum ada tarif usulan tahun " WS-TAHUN-PAJAK
                ", tarif aktif disalin sebagai dasar usulan.".
           MOVE "U" TO WS-RATE-SUMBER.
           PERFORM SIMPAN-TABEL-SEMUA.
           PERFORM LOAD-RATE-TABLE.

      *memberlakukan usulan : seluruh baris aktif tahun ini diganti
      *isi tabel usulan di memori, lalu baris usulan dihapus. Run
      *batch berikutnya memakai tarif baru ini
       USULAN-BERLAKUKAN.
           DISPLAY "Berlakukan tarif usulan tahun " WS-TAHUN-PAJAK
                " sebagai tarif aktif (Y/N) = ".
           MOVE SPACE TO WS-USUL-JAWAB.
           ACCEPT WS-USUL-JAWAB.
           IF WS-USUL-JAWAB = "Y" OR WS-USUL-JAWAB = "y"
                MOVE "A" TO WS-RATE-SUMBER
                PERFORM RATE-HAPUS-SUMBER
                PERFORM SIMPAN-TABEL-SEMUA
                MOVE "U" TO WS-RATE-SUMBER
                PERFORM RATE-HAPUS-SUMBER
                DISPLAY "Tarif usulan tahun " WS-TAHUN-PAJAK
                     " sudah berlaku : " WS-PTKP-COUNT " baris PTKP, "
                     WS-TARIF-COUNT " bracket tarif, " WS-TER-COUNT
                     " band TER, " WS-FINAL-COUNT " lapis tarif final."
                MOVE "9" TO WS-USUL-PILIHAN
           ELSE
                DISPLAY "Usulan TIDAK diberlakukan."
           END-IF.

      *membuang seluruh baris usulan tahun ini tanpa mengubah tarif
      *aktif
       USULAN-BATALKAN.
           DISPLAY "Hapus seluruh tarif usulan tahun " WS-TAHUN-PAJAK
                " (Y/N) = ".
           MOVE SPACE TO WS-USUL-JAWAB.
           ACCEPT WS-USUL-JAWAB.
           IF WS-USUL-JAWAB = "Y" OR WS-USUL-JAWAB = "y"
                PERFORM RATE-HAPUS-SUMBER
                DISPLAY WS-RATE-HAPUS " baris usulan dihapus."
                MOVE "9" TO WS-USUL-PILIHAN
           ELSE
                DISPLAY "Usulan tidak diubah."
           END-IF.

      *menghapus dari RATE-FILE seluruh baris tahun aktif milik
      *sumber WS-RATE-SUMBER (aktif P/T/E/S atau usulan Q/U/F/V)
       RATE-HAPUS-SUMBER.
           MOVE ZERO TO WS-RATE-HAPUS.
           OPEN I-O RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
                DISPLAY "File tarif tidak bisa dibuka untuk diubah "
                     "(status " WS-RATE-STATUS ")."
           ELSE
                MOVE LOW-VALUES TO PTR-KEY
                MOVE WS-TAHUN-PAJAK TO PTR-TAHUN
                START RATE-FILE KEY IS NOT LESS THAN PTR-KEY
                     INVALID KEY
                          MOVE "10" TO WS-RATE-STATUS
                END-START
                PERFORM UNTIL WS-RATE-STATUS NOT = "00"
                     READ RATE-FILE NEXT RECORD
                          AT END
                               MOVE "10" TO WS-RATE-STATUS
                          NOT AT END
                               IF PTR-TAHUN NOT = WS-TAHUN-PAJAK
                                    MOVE "10" TO WS-RATE-STATUS
                               ELSE
                                    PERFORM RATE-JENIS-BACA
                                    IF WS-RATE-JENIS-IN NOT = SPACE
                                         DELETE RATE-FILE RECORD
                                              INVALID KEY
                                                   CONTINUE
                                              NOT INVALID KEY
                                                   ADD 1 TO
                                                     WS-RATE-HAPUS
                                         END-DELETE
                                    END-IF
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE RATE-FILE
           END-IF.

      *menulis seluruh isi tabel PTKP, Tarif, TER dan tarif final di
      *memori ke RATE-FILE sebagai jenis milik WS-RATE-SUMBER
       SIMPAN-TABEL-SEMUA.
           PERFORM VARYING IX-PTKP FROM 1 BY 1
                UNTIL IX-PTKP > WS-PTKP-COUNT
                MOVE WS-TAHUN-PAJAK TO PTR-TAHUN
                MOVE "P" TO WS-RATE-JENIS-IN
                PERFORM RATE-JENIS-SIMPAN
                MOVE SPACES TO PTR-KODE
                MOVE WS-PTKP-KODE (IX-PTKP) TO PTR-KODE
                MOVE WS-PTKP-KETERANGAN (IX-PTKP) TO PTR-KETERANGAN
                MOVE WS-PTKP-NILAI (IX-PTKP) TO PTR-NILAI-1
                MOVE ZERO TO PTR-NILAI-2 PTR-PERSEN
                PERFORM SIMPAN-RATE-FILE
           END-PERFORM.
           PERFORM VARYING IX-TARIF FROM 1 BY 1
                UNTIL IX-TARIF > WS-TARIF-COUNT
                MOVE WS-TAHUN-PAJAK TO PTR-TAHUN
                MOVE "T" TO WS-RATE-JENIS-IN
                PERFORM RATE-JENIS-SIMPAN
                SET WS-SEED-SEQ TO IX-TARIF
                MOVE SPACES TO PTR-KODE
                IF WS-SEED-SEQ < 10
                     MOVE WS-SEED-SEQ (2:1) TO PTR-KODE
                ELSE
                     MOVE WS-SEED-SEQ TO PTR-KODE
                END-IF
                MOVE SPACES TO PTR-KETERANGAN
                MOVE WS-TARIF-BAWAH (IX-TARIF) TO PTR-NILAI-1
                MOVE WS-TARIF-ATAS (IX-TARIF) TO PTR-NILAI-2
                MOVE WS-TARIF-PERSEN (IX-TARIF) TO PTR-PERSEN
                PERFORM SIMPAN-RATE-FILE
           END-PERFORM.
           PERFORM SIMPAN-TER-SEMUA.
           PERFORM SIMPAN-FINAL-SEMUA.

      *menampilkan seluruh baris tabel PTKP tahun aktif
       MAINT-LIST-PTKP.
           DISPLAY "Kode  Keterangan                      Nilai PTKP".
           PERFORM VARYING IX-PTKP FROM 1 BY 1
                UNTIL IX-PTKP > WS-PTKP-COUNT
                DISPLAY WS-PTKP-KODE (IX-PTKP) "     "
                     WS-PTKP-KETERANGAN (IX-PTKP) "  "
                     WS-PTKP-NILAI (IX-PTKP)
           END-PERFORM.

      *menampilkan seluruh baris tabel Tarif tahun aktif
      *    edit pertama untuk tahun ini : seed dulu seluruh band
      *    default ke file supaya reload tidak menyisakan satu band
           IF WS-TER-DARI-FILE NOT = "Y"
                DISPLAY "Baris TER tahun " WS-TAHUN-PAJAK " belum ada "
                     "di file, seluruh band default disimpan lebih "
                     "dulu."
                PERFORM SIMPAN-TER-SEMUA
           END-IF.
           MOVE WS-TAHUN-PAJAK TO PTR-TAHUN.
           MOVE "E" TO WS-RATE-JENIS-IN.
           PERFORM RATE-JENIS-SIMPAN.
           MOVE SPACES TO PTR-KODE.
           MOVE WS-MAINT-KODE TO PTR-KODE (1:1).
           MOVE WS-MAINT-BAND TO PTR-KODE (2:2).
      *menyimpan seluruh isi tabel TER di memori ke RATE-FILE untuk
      *tahun pajak aktif; nomor band diurut ulang per kategori
       SIMPAN-TER-SEMUA.
           MOVE SPACE TO WS-SEED-KAT.
           MOVE ZERO TO WS-SEED-SEQ.
           PERFORM VARYING IX-TER FROM 1 BY 1
                END-IF
                ADD 1 TO WS-SEED-SEQ
                MOVE WS-TAHUN-PAJAK TO PTR-TAHUN
                MOVE "E" TO WS-RATE-JENIS-IN
                PERFORM RATE-JENIS-SIMPAN
                MOVE SPACES TO PTR-KODE
                MOVE WS-SEED-KAT TO PTR-KODE (1:1)
                MOVE WS-SEED-SEQ TO PTR-KODE (2:2)
           END-PERFORM.
           MOVE "Y" TO WS-TER-DARI-FILE.

      *menampilkan seluruh lapis tarif final pembayaran sekaligus
       MAINT-LIST-FINAL.
           DISPLAY "Kategori P = pesangon/UPMK/UPH, J = pensiun/JHT "
                "sekaligus".
           DISPLAY "Kat  Batas Bawah      Batas Atas       Persen".
           PERFORM VARYING IX-FINAL FROM 1 BY 1
                UNTIL IX-FINAL > WS-FINAL-COUNT
                DISPLAY WS-FINAL-KAT (IX-FINAL) "   "
                     WS-FINAL-BAWAH (IX-FINAL) "   "
                     WS-FINAL-ATAS (IX-FINAL) "   "
                     WS-FINAL-PERSEN (IX-FINAL) "%"
           END-PERFORM.

      *menambah atau mengubah satu lapis tarif final di RATE-FILE
       MAINT-UBAH-FINAL.
           DISPLAY "Masukkan kategori (P=pesangon, J=pensiun/JHT "
                "sekaligus) = ".
           ACCEPT WS-MAINT-KODE.
           IF WS-MAINT-KODE NOT = "P" AND WS-MAINT-KODE NOT = "J"
                DISPLAY "Kategori harus P atau J, data tidak disimpan."
           ELSE
                DISPLAY "Masukkan nomor lapis (01-99) = "
                ACCEPT WS-MAINT-BAND
                DISPLAY "Masukkan batas bawah bruto pembayaran = "
                ACCEPT WS-MAINT-NILAI-1
                DISPLAY "Masukkan batas atas bruto pembayaran = "
                ACCEPT WS-MAINT-NILAI-2
                DISPLAY "Masukkan persen tarif (contoh 05 untuk 5%) = "
                ACCEPT WS-MAINT-PERSEN
      *         edit pertama untuk tahun ini : seed dulu seluruh lapis
      *         default ke file, sama seperti tabel TER
                IF WS-FINAL-DARI-FILE NOT = "Y"
                     DISPLAY "Tarif final tahun " WS-TAHUN-PAJAK
                          " belum ada di file, seluruh lapis default "
                          "disimpan lebih dulu."
                     PERFORM SIMPAN-FINAL-SEMUA
                END-IF
                MOVE WS-TAHUN-PAJAK TO PTR-TAHUN
                MOVE "S" TO WS-RATE-JENIS-IN
                PERFORM RATE-JENIS-SIMPAN
                MOVE SPACES TO PTR-KODE
                MOVE WS-MAINT-KODE TO PTR-KODE (1:1)
                MOVE WS-MAINT-BAND TO PTR-KODE (2:2)
                MOVE SPACES TO PTR-KETERANGAN
                MOVE WS-MAINT-NILAI-1 TO PTR-NILAI-1
                MOVE WS-MAINT-NILAI-2 TO PTR-NILAI-2
                MOVE WS-MAINT-PERSEN TO PTR-PERSEN
                PERFORM SIMPAN-RATE-FILE
                PERFORM LOAD-RATE-TABLE
           END-IF.

      *menyimpan seluruh isi tabel tarif final di memori ke RATE-FILE
      *untuk tahun pajak aktif; nomor lapis diurut ulang per kategori
       SIMPAN-FINAL-SEMUA.
           MOVE SPACE TO WS-SEED-KAT.
           MOVE ZERO TO WS-SEED-SEQ.
           PERFORM VARYING IX-FINAL FROM 1 BY 1
                UNTIL IX-FINAL > WS-FINAL-COUNT
                IF WS-FINAL-KAT (IX-FINAL) NOT = WS-SEED-KAT
                     MOVE WS-FINAL-KAT (IX-FINAL) TO WS-SEED-KAT
                     MOVE ZERO TO WS-SEED-SEQ
                END-IF
                ADD 1 TO WS-SEED-SEQ
                MOVE WS-TAHUN-PAJAK TO PTR-TAHUN
                MOVE "S" TO WS-RATE-JENIS-IN
                PERFORM RATE-JENIS-SIMPAN
                MOVE SPACES TO PTR-KODE
                MOVE WS-SEED-KAT TO PTR-KODE (1:1)
                MOVE WS-SEED-SEQ TO PTR-KODE (2:2)
                MOVE SPACES TO PTR-KETERANGAN
                MOVE WS-FINAL-BAWAH (IX-FINAL) TO PTR-NILAI-1
                MOVE WS-FINAL-ATAS (IX-FINAL) TO PTR-NILAI-2
                MOVE WS-FINAL-PERSEN (IX-FINAL) TO PTR-PERSEN
                PERFORM SIMPAN-RATE-FILE
           END-PERFORM.
           MOVE "Y" TO WS-FINAL-DARI-FILE.

      *parameter PPh 21 DTP tahun pajak aktif
       MAINT-LIST-DTP.
           MOVE WS-DTP-AMBANG TO WS-DTP-D-AMBANG.
           IF WS-DTP-AMBANG = ZERO
                DISPLAY "Batas bruto DTP tahun " WS-TAHUN-PAJAK
                     " belum diisi : insentif tidak berlaku."
           ELSE
                DISPLAY "Batas bruto bulanan DTP : " WS-DTP-D-AMBANG
           END-IF.
           DISPLAY "No   KLU    Uraian".
           PERFORM VARYING WS-DTP-KLU-IDX FROM 1 BY 1
                UNTIL WS-DTP-KLU-IDX > WS-DTP-KLU-COUNT
                DISPLAY WS-DTP-KLU-NO (WS-DTP-KLU-IDX) "  "
                     WS-DTP-KLU (WS-DTP-KLU-IDX) "  "
                     WS-DTP-KLU-KET (WS-DTP-KLU-IDX)
           END-PERFORM.
           DISPLAY WS-DTP-KLU-COUNT " KLU terdaftar.".

      *batas bruto (kode "000") atau satu KLU (nomor urut) di
      *RATE-FILE jenis "K"; KLU dihapus dengan nomor urutnya
       MAINT-UBAH-DTP.
           DISPLAY "1. Batas bruto bulanan  2. Tambah/Ubah KLU  "
                "3. Hapus KLU".
           DISPLAY "Pilih = ".
           MOVE SPACE TO WS-MAINT-KODE.
           ACCEPT WS-MAINT-KODE.
           MOVE WS-TAHUN-PAJAK TO PTR-TAHUN.
           MOVE "K" TO PTR-JENIS.
           MOVE ZERO TO PTR-NILAI-1 PTR-NILAI-2 PTR-PERSEN.
           MOVE SPACES TO PTR-KETERANGAN.
           EVALUATE WS-MAINT-KODE
               WHEN "1"
                    DISPLAY "Masukkan batas bruto bulanan DTP = "
                    ACCEPT WS-MAINT-NILAI-1
                    MOVE "000" TO PTR-KODE
                    MOVE "BATAS BRUTO BULANAN DTP" TO PTR-KETERANGAN
                    MOVE WS-MAINT-NILAI-1 TO PTR-NILAI-1
                    PERFORM SIMPAN-RATE-FILE
               WHEN "2"
                    PERFORM MAINT-DTP-TANYA-NO
                    IF WS-DTP-NO-IN NOT = SPACES
                         DISPLAY "Masukkan KLU (5 digit) = "
                         MOVE SPACES TO WS-DTP-KLU-IN
                         ACCEPT WS-DTP-KLU-IN
                         DISPLAY "Masukkan uraian KLU = "
                         MOVE SPACES TO WS-MAINT-KETERANGAN
                         ACCEPT WS-MAINT-KETERANGAN
                         IF WS-DTP-KLU-IN IS NOT NUMERIC
                              DISPLAY "KLU harus 5 digit angka, data "
                                   "tidak disimpan."
                         ELSE
                              MOVE WS-DTP-NO-IN TO PTR-KODE
                              MOVE WS-DTP-KLU-IN TO
                                   PTR-KETERANGAN (1:5)
                              MOVE WS-MAINT-KETERANGAN TO
                                   PTR-KETERANGAN (7:24)
                              PERFORM SIMPAN-RATE-FILE
                         END-IF
                    END-IF
               WHEN "3"
                    PERFORM MAINT-DTP-TANYA-NO
                    IF WS-DTP-NO-IN NOT = SPACES
                         MOVE WS-DTP-NO-IN TO PTR-KODE
                         PERFORM MAINT-DTP-HAPUS
                    END-IF
               WHEN OTHER
                    DISPLAY "Pilihan tidak valid, silakan ulangi."
           END-EVALUATE.
           PERFORM LOAD-RATE-TABLE.

       MAINT-DTP-TANYA-NO.
           DISPLAY "Masukkan nomor urut KLU (001-999) = ".
           MOVE SPACES TO WS-DTP-NO-IN.
           ACCEPT WS-DTP-NO-IN.
           IF WS-DTP-NO-IN IS NOT NUMERIC OR WS-DTP-NO-IN = "000"
                DISPLAY "Nomor urut harus 001-999."
                MOVE SPACES TO WS-DTP-NO-IN
           END-IF.

      *menghapus satu baris KLU DTP (key PTR-KEY yang sudah diisi)
       MAINT-DTP-HAPUS.
           OPEN I-O RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
                DISPLAY "File tarif tidak bisa dibuka untuk diubah "
                     "(status " WS-RATE-STATUS ")."
           ELSE
                DELETE RATE-FILE RECORD
                     INVALID KEY
                          DISPLAY "KLU nomor " PTR-KODE
                               " tidak ditemukan."
                     NOT INVALID KEY
                          DISPLAY "KLU nomor " PTR-KODE " dihapus."
                END-DELETE
                CLOSE RATE-FILE
           END-IF.

      *menambah atau mengubah satu baris PTKP di RATE-FILE
       MAINT-UBAH-PTKP.
           DISPLAY "Masukkan kode PTKP (1 karakter) = ".
           DISPLAY "Masukkan nilai PTKP setahun = ".
           ACCEPT WS-MAINT-NILAI-1.
           MOVE WS-TAHUN-PAJAK TO PTR-TAHUN.
           MOVE "P" TO WS-RATE-JENIS-IN.
           PERFORM RATE-JENIS-SIMPAN.
           MOVE WS-MAINT-KODE TO PTR-KODE.
           MOVE WS-MAINT-KETERANGAN TO PTR-KETERANGAN.
           MOVE WS-MAINT-NILAI-1 TO PTR-NILAI-1.
           DISPLAY "Masukkan persen tarif (contoh 05 untuk 5%) = ".
           ACCEPT WS-MAINT-PERSEN.
           MOVE WS-TAHUN-PAJAK TO PTR-TAHUN.
           MOVE "T" TO WS-RATE-JENIS-IN.
           PERFORM RATE-JENIS-SIMPAN.
           MOVE WS-MAINT-KODE TO PTR-KODE.
           MOVE SPACES TO PTR-KETERANGAN.
           MOVE WS-MAINT-NILAI-1 TO PTR-NILAI-1.
                DISPLAY "2. Tambah/Ubah karyawan"
                DISPLAY "3. Nonaktifkan karyawan"
                DISPLAY "4. Konversi master layout lama"
                DISPLAY "5. Laporan perubahan master (rentang tanggal)"
                DISPLAY "9. Kembali ke menu utama"
                DISPLAY "Pilih menu = "
                ACCEPT WS-EMPM-PILIHAN
                         PERFORM EMPMAINT-NONAKTIF
                    WHEN "4"
                         PERFORM EMPMAINT-KONVERSI
                    WHEN "5"
                         PERFORM EMPJRN-LAPORAN
                    WHEN "9"
                         CONTINUE
                    WHEN OTHER
      *pola peringatan "layout lama" RATE-FILE di LOAD-RATE-TABLE
       EMPMAINT-KONVERSI.
           MOVE ZERO TO WS-EMPM-KONV-BACA WS-EMPM-KONV-TULIS.
      *    layout lama pertama dicoba dulu, lalu layout sebelum kolom
      *    tahun berlaku PTKP
           MOVE "1" TO WS-EMPM-KONV-LAYOUT.
           OPEN INPUT EMPLAMA-FILE.
           IF WS-EMPLAMA-STATUS NOT = "00"
                MOVE "2" TO WS-EMPM-KONV-LAYOUT
                OPEN INPUT EMPLAMA2-FILE
           END-IF.
           IF WS-EMPLAMA-STATUS NOT = "00"
                DISPLAY "File master lama tidak bisa dibuka (status "
                     WS-EMPLAMA-STATUS "), konversi dibatalkan."
           ELSE
                MOVE WS-EMPMASTER-FILENAME TO WS-EMPM-FILE-SIMPAN
                MOVE "empmaster-baru.dat" TO WS-EMPMASTER-FILENAME
                IF WS-EMPM-KONV-LAYOUT = "1"
                     PERFORM EMPMAINT-KONVERSI-BACA1
                ELSE
                     PERFORM EMPMAINT-KONVERSI-BACA2
                END-IF
                MOVE WS-EMPM-FILE-SIMPAN TO WS-EMPMASTER-FILENAME
                DISPLAY "Konversi selesai : " WS-EMPM-KONV-BACA
                     " record lama dibaca, " WS-EMPM-KONV-TULIS
                     "empmaster.dat untuk mulai memakainya."
           END-IF.

       EMPMAINT-KONVERSI-BACA1.
           MOVE LOW-VALUES TO EMPL-NIK.
           START EMPLAMA-FILE KEY IS NOT LESS THAN EMPL-NIK
                INVALID KEY
                     MOVE "10" TO WS-EMPLAMA-STATUS
           END-START.
           PERFORM UNTIL WS-EMPLAMA-STATUS NOT = "00"
                READ EMPLAMA-FILE NEXT RECORD
                     AT END
                          MOVE "10" TO WS-EMPLAMA-STATUS
                     NOT AT END
                          PERFORM EMPMAINT-KONVERSI-SATU
                END-READ
           END-PERFORM.
           CLOSE EMPLAMA-FILE.

       EMPMAINT-KONVERSI-BACA2.
           MOVE LOW-VALUES TO EMPL2-NIK.
           START EMPLAMA2-FILE KEY IS NOT LESS THAN EMPL2-NIK
                INVALID KEY
                     MOVE "10" TO WS-EMPLAMA-STATUS
           END-START.
           PERFORM UNTIL WS-EMPLAMA-STATUS NOT = "00"
                READ EMPLAMA2-FILE NEXT RECORD
                     AT END
                          MOVE "10" TO WS-EMPLAMA-STATUS
                     NOT AT END
                          PERFORM EMPMAINT-KONVERSI-SATU2
                END-READ
           END-PERFORM.
           CLOSE EMPLAMA2-FILE.

       EMPMAINT-KONVERSI-SATU.
           ADD 1 TO WS-EMPM-KONV-BACA.
           MOVE SPACES TO EMP-MASTER-RECORD.
           MOVE ZERO TO EMP-PTKP-BERLAKU.
           MOVE EMPL-NIK TO EMP-NIK.
           MOVE EMPL-NAMA TO EMP-NAMA.
           MOVE EMPL-NPWP TO EMP-NPWP.
           MOVE "G" TO EMP-METODE-PAJAK.
           MOVE "T" TO EMP-TIPE-PENERIMA.
           MOVE EMPL-STATUS-AKTIF TO EMP-STATUS-AKTIF.
           MOVE ZERO TO EMP-SKD-MULAI EMP-SKD-AKHIR EMP-TARIF-P3B.
           PERFORM SIMPAN-EMP-MASTER.
           ADD 1 TO WS-EMPM-KONV-TULIS.

      *kolom baru diberi default : kode PTKP berlaku sejak awal
       EMPMAINT-KONVERSI-SATU2.
           ADD 1 TO WS-EMPM-KONV-BACA.
           MOVE SPACES TO EMP-MASTER-RECORD.
           MOVE EMPL2-NIK TO EMP-NIK.
           MOVE EMPL2-NAMA TO EMP-NAMA.
           MOVE EMPL2-NPWP TO EMP-NPWP.
           MOVE EMPL2-KODE-PTKP TO EMP-KODE-PTKP.
           MOVE EMPL2-DEPARTEMEN TO EMP-DEPARTEMEN.
           MOVE EMPL2-BPJS-KES TO EMP-BPJS-KES.
           MOVE EMPL2-BPJS-TK TO EMP-BPJS-TK.
           MOVE EMPL2-BPJS-PRSH TO EMP-BPJS-PRSH.
           MOVE EMPL2-IURAN-PENSIUN TO EMP-IURAN-PENSIUN.
           MOVE EMPL2-TGL-MASUK TO EMP-TGL-MASUK.
           MOVE EMPL2-TGL-KELUAR TO EMP-TGL-KELUAR.
           MOVE EMPL2-METODE-PAJAK TO EMP-METODE-PAJAK.
           MOVE EMPL2-TIPE-PENERIMA TO EMP-TIPE-PENERIMA.
           MOVE EMPL2-STATUS-AKTIF TO EMP-STATUS-AKTIF.
           MOVE ZERO TO EMP-PTKP-BERLAKU.
           MOVE SPACE TO EMP-KODE-PTKP-LAMA.
           MOVE ZERO TO EMP-SKD-MULAI EMP-SKD-AKHIR EMP-TARIF-P3B.
           PERFORM SIMPAN-EMP-MASTER.
           ADD 1 TO WS-EMPM-KONV-TULIS.

                DISPLAY "Nama         : " EMP-NAMA
                DISPLAY "NPWP         : " EMP-NPWP
                DISPLAY "Kode PTKP    : " EMP-KODE-PTKP
                IF EMP-PTKP-BERLAKU > ZERO
                     DISPLAY "  berlaku mulai tahun " EMP-PTKP-BERLAKU
                          ", sebelumnya kode " EMP-KODE-PTKP-LAMA
                END-IF
                DISPLAY "Departemen   : " EMP-DEPARTEMEN
                MOVE EMP-BPJS-KES TO WS-EMPM-BPJS-DISPLAY
                DISPLAY "BPJS Kes     : Rp " WS-EMPM-BPJS-DISPLAY
                DISPLAY "Tgl keluar   : " EMP-TGL-KELUAR
                DISPLAY "Metode pajak : " EMP-METODE-PAJAK
                DISPLAY "Tipe penerima: " EMP-TIPE-PENERIMA
                IF EMP-TIPE-PENERIMA = "W"
                     PERFORM EMPMAINT-LIHAT-WPLN
                END-IF
                DISPLAY "Status aktif : " EMP-STATUS-AKTIF
           ELSE
                DISPLAY "NIK tidak ditemukan di master : " WS-EMPM-NIK
           END-IF.

      *menambah atau mengubah satu record master karyawan; record
      *lama dibaca dulu supaya perubahan tercatat di jurnal
       EMPMAINT-UBAH.
           DISPLAY "Masukkan NIK = ".
           ACCEPT WS-EMPM-NIK.
           MOVE WS-EMPM-NIK TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           PERFORM EMPJRN-SIMPAN-LAMA.
           IF NOT EMP-DITEMUKAN
                MOVE SPACES TO EMP-MASTER-RECORD
                MOVE WS-EMPM-NIK TO EMP-NIK
                MOVE ZERO TO EMP-PTKP-BERLAKU
           END-IF.
           DISPLAY "Masukkan nama karyawan = ".
           ACCEPT EMP-NAMA.
           DISPLAY "Masukkan NPWP (boleh dikosongkan) = ".
                MOVE "G" TO EMP-METODE-PAJAK
           END-IF.
           DISPLAY "Tipe penerima T=tetap H=tidak tetap B=bukan "
                "pegawai W=WPLN (kosong = tetap) = ".
           ACCEPT EMP-TIPE-PENERIMA.
           IF EMP-TIPE-PENERIMA = SPACE
                MOVE "T" TO EMP-TIPE-PENERIMA
           END-IF.
           IF EMP-TIPE-PENERIMA = "W"
                PERFORM EMPMAINT-WPLN
           ELSE
                MOVE SPACES TO EMP-NEGARA EMP-PASPOR-TIN EMP-SKD-NOMOR
                MOVE ZERO TO EMP-SKD-MULAI EMP-SKD-AKHIR EMP-TARIF-P3B
           END-IF.
           PERFORM EMPMAINT-PTKP-BERLAKU.
           MOVE "A" TO EMP-STATUS-AKTIF.
           PERFORM SIMPAN-EMP-MASTER.
           IF WS-EMPM-SIMPAN-OK = "Y"
                PERFORM EMPJRN-CATAT-UBAH
                DISPLAY "Data karyawan tersimpan : " WS-EMPM-NIK
           END-IF.

      *identitas wajib pajak luar negeri untuk PPh 26 : negara
      *domisili, paspor/TIN dan SKD beserta masa berlaku dan tarif
      *P3B; tanpa SKD kolom SKD dikosongkan dan berlaku tarif umum
       EMPMAINT-WPLN.
           DISPLAY "Kode negara domisili (2 huruf ISO) = ".
           ACCEPT EMP-NEGARA.
           DISPLAY "Nomor paspor / TIN negara domisili = ".
           ACCEPT EMP-PASPOR-TIN.
           DISPLAY "Nomor SKD (kosongkan bila tidak ada SKD) = ".
           ACCEPT EMP-SKD-NOMOR.
           IF EMP-SKD-NOMOR = SPACES
                MOVE ZERO TO EMP-SKD-MULAI EMP-SKD-AKHIR EMP-TARIF-P3B
           ELSE
                DISPLAY "SKD berlaku mulai YYYYMMDD = "
                ACCEPT EMP-SKD-MULAI
                DISPLAY "SKD berlaku sampai YYYYMMDD = "
                ACCEPT EMP-SKD-AKHIR
                DISPLAY "Tarif P3B/tax treaty dalam persen "
                     "(mis. 10.00) = "
                ACCEPT EMP-TARIF-P3B
                IF EMP-SKD-AKHIR < EMP-SKD-MULAI
                     DISPLAY "Tanggal akhir SKD lebih kecil dari "
                          "tanggal mulai, SKD tidak akan dipakai."
                END-IF
           END-IF.

       EMPMAINT-LIHAT-WPLN.
           DISPLAY "Negara       : " EMP-NEGARA.
           DISPLAY "Paspor/TIN   : " EMP-PASPOR-TIN.
           IF EMP-SKD-NOMOR = SPACES
                DISPLAY "SKD          : tidak ada (tarif umum 20%)"
           ELSE
                DISPLAY "SKD          : " EMP-SKD-NOMOR
                DISPLAY "  berlaku " EMP-SKD-MULAI " s.d. "
                     EMP-SKD-AKHIR
                IF EMP-TARIF-P3B IS NUMERIC
                     MOVE EMP-TARIF-P3B TO WS-WPLN-TARIF-DISPLAY
                     DISPLAY "  tarif P3B " WS-WPLN-TARIF-DISPLAY "%"
                END-IF
           END-IF.

      *status PTKP ditetapkan per 1 Januari : perubahan kode PTKP
      *karyawan yang sudah ada baru berlaku tahun pajak berikutnya
      *(default, bisa diisi lain oleh petugas); kode yang berlaku
      *sampai tahun itu disimpan sebagai kode lama. Karyawan baru
      *memakai kodenya sejak awal
       EMPMAINT-PTKP-BERLAKU.
           IF WS-EJ-ADA-LAMA NOT = "Y"
                MOVE ZERO TO EMP-PTKP-BERLAKU
                MOVE SPACE TO EMP-KODE-PTKP-LAMA
           ELSE
                IF EMP-KODE-PTKP NOT = WS-EJ-KODE-LAMA
                     PERFORM EMPMAINT-TANYA-BERLAKU
                END-IF
           END-IF.

       EMPMAINT-TANYA-BERLAKU.
           ACCEPT WS-TGL-SISTEM FROM DATE YYYYMMDD.
           MOVE WS-TGL-SISTEM(1:4) TO WS-EJ-TAHUN-SISTEM.
           COMPUTE WS-EJ-BERLAKU = WS-EJ-TAHUN-SISTEM + 1.
           DISPLAY "Kode PTKP berubah " WS-EJ-KODE-LAMA " -> "
                EMP-KODE-PTKP ". Status PTKP ditetapkan per 1 Januari.".
           DISPLAY "Berlaku mulai tahun pajak (kosongkan untuk "
                WS-EJ-BERLAKU ") = ".
           MOVE ZERO TO WS-EJ-BERLAKU-IN.
           ACCEPT WS-EJ-BERLAKU-IN.
           IF WS-EJ-BERLAKU-IN NOT = ZERO
                MOVE WS-EJ-BERLAKU-IN TO WS-EJ-BERLAKU
           END-IF.
           PERFORM EMPMAINT-BERLAKU-SET.
           DISPLAY "Kode PTKP " EMP-KODE-PTKP " berlaku mulai tahun "
                EMP-PTKP-BERLAKU ", sebelumnya kode "
                EMP-KODE-PTKP-LAMA.

      *menetapkan tahun berlaku WS-EJ-BERLAKU dan kode lama pada
      *record master yang kode PTKP-nya berubah
       EMPMAINT-BERLAKU-SET.
      *    kode lama = kode yang berlaku pada tahun sebelum tahun
      *    berlaku baru menurut record sebelum diubah (perubahan lain
      *    yang belum sempat berlaku ikut tergantikan)
           IF WS-EJ-BERLAKU-LAMA >= WS-EJ-BERLAKU
                AND WS-EJ-KODE-SBLM-LAMA NOT = SPACE
                MOVE WS-EJ-KODE-SBLM-LAMA TO EMP-KODE-PTKP-LAMA
           ELSE
                MOVE WS-EJ-KODE-LAMA TO EMP-KODE-PTKP-LAMA
           END-IF.
           MOVE WS-EJ-BERLAKU TO EMP-PTKP-BERLAKU.

      *menandai satu karyawan non-aktif tanpa menghapus recordnya,
      *supaya riwayat perhitungan lama tetap bisa ditelusuri
           MOVE WS-EMPM-NIK TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           IF EMP-DITEMUKAN
                PERFORM EMPJRN-SIMPAN-LAMA
                MOVE "N" TO EMP-STATUS-AKTIF
                PERFORM SIMPAN-EMP-MASTER
                IF WS-EMPM-SIMPAN-OK = "Y"
                     MOVE "N" TO WS-EJ-AKSI
                     PERFORM EMPJRN-CATAT-STATUS
                     DISPLAY "Karyawan dinonaktifkan : " WS-EMPM-NIK
                END-IF
           ELSE
                DISPLAY "NIK tidak ditemukan di master : " WS-EMPM-NIK
           END-IF.
      *menyimpan EMP-MASTER-RECORD ke EMPMASTER-FILE, menulis baru
      *bila NIK belum ada atau menimpa (REWRITE) bila sudah ada
       SIMPAN-EMP-MASTER.
           MOVE "N" TO WS-EMPM-SIMPAN-OK.
           OPEN I-O EMPMASTER-FILE.
           IF WS-EMPMASTER-STATUS = "35"
                OPEN OUTPUT EMPMASTER-FILE
                     "(status " WS-EMPMASTER-STATUS "), data TIDAK "
                     "disimpan."
           ELSE
                MOVE "Y" TO WS-EMPM-SIMPAN-OK
                WRITE EMP-MASTER-RECORD
                     INVALID KEY
                          REWRITE EMP-MASTER-RECORD
                               INVALID KEY
                                    MOVE "N" TO WS-EMPM-SIMPAN-OK
                                    DISPLAY "Gagal menyimpan data "
                                         "master."
                END-WRITE
                CLOSE EMPMASTER-FILE
           END-IF.

      *menyimpan nilai kolom yang diawasi dari record master yang
      *baru dibaca (CARI-EMP-MASTER), sebelum record diubah
       EMPJRN-SIMPAN-LAMA.
           MOVE "N" TO WS-EJ-ADA-LAMA.
           MOVE SPACES TO WS-EJ-NPWP-LAMA WS-EJ-KODE-LAMA
                WS-EJ-METODE-LAMA WS-EJ-TIPE-LAMA WS-EJ-STATUS-LAMA
                WS-EJ-KODE-SBLM-LAMA WS-EJ-SKD-LAMA.
           MOVE ZERO TO WS-EJ-BERLAKU-LAMA.
           MOVE ZERO TO WS-EJ-SKD-AKHIR-LAMA WS-EJ-P3B-LAMA.
           IF EMP-DITEMUKAN
                MOVE "Y" TO WS-EJ-ADA-LAMA
                MOVE EMP-NPWP TO WS-EJ-NPWP-LAMA
                MOVE EMP-KODE-PTKP TO WS-EJ-KODE-LAMA
                MOVE EMP-METODE-PAJAK TO WS-EJ-METODE-LAMA
                MOVE EMP-TIPE-PENERIMA TO WS-EJ-TIPE-LAMA
                MOVE EMP-STATUS-AKTIF TO WS-EJ-STATUS-LAMA
                IF EMP-PTKP-BERLAKU IS NUMERIC
                     MOVE EMP-PTKP-BERLAKU TO WS-EJ-BERLAKU-LAMA
                END-IF
                MOVE EMP-KODE-PTKP-LAMA TO WS-EJ-KODE-SBLM-LAMA
                MOVE EMP-SKD-NOMOR TO WS-EJ-SKD-LAMA
                IF EMP-SKD-AKHIR IS NUMERIC
                     MOVE EMP-SKD-AKHIR TO WS-EJ-SKD-AKHIR-LAMA
                END-IF
                IF EMP-TARIF-P3B IS NUMERIC
                     MOVE EMP-TARIF-P3B TO WS-EJ-P3B-LAMA
                END-IF
           END-IF.

      *membandingkan record baru dengan nilai lama dan menulis satu
      *baris jurnal untuk tiap kolom yang diawasi yang berubah
       EMPJRN-CATAT-UBAH.
           IF WS-EJ-ADA-LAMA = "Y"
                MOVE "U" TO WS-EJ-AKSI
           ELSE
                MOVE "T" TO WS-EJ-AKSI
           END-IF.
           MOVE ZERO TO WS-EJ-BERLAKU.
           IF EMP-NPWP NOT = WS-EJ-NPWP-LAMA
                MOVE "NPWP" TO WS-EJ-KOLOM
                MOVE WS-EJ-NPWP-LAMA TO WS-EJ-LAMA
                MOVE EMP-NPWP TO WS-EJ-BARU
                PERFORM EMPJRN-TULIS
           END-IF.
           IF EMP-KODE-PTKP NOT = WS-EJ-KODE-LAMA
                MOVE "KODE-PTKP" TO WS-EJ-KOLOM
                MOVE WS-EJ-KODE-LAMA TO WS-EJ-LAMA
                MOVE EMP-KODE-PTKP TO WS-EJ-BARU
                MOVE EMP-PTKP-BERLAKU TO WS-EJ-BERLAKU
                PERFORM EMPJRN-TULIS
                MOVE ZERO TO WS-EJ-BERLAKU
           END-IF.
           IF EMP-METODE-PAJAK NOT = WS-EJ-METODE-LAMA
                MOVE "METODE" TO WS-EJ-KOLOM
                MOVE WS-EJ-METODE-LAMA TO WS-EJ-LAMA
                MOVE EMP-METODE-PAJAK TO WS-EJ-BARU
                PERFORM EMPJRN-TULIS
           END-IF.
           IF EMP-TIPE-PENERIMA NOT = WS-EJ-TIPE-LAMA
                MOVE "TIPE" TO WS-EJ-KOLOM
                MOVE WS-EJ-TIPE-LAMA TO WS-EJ-LAMA
                MOVE EMP-TIPE-PENERIMA TO WS-EJ-BARU
                PERFORM EMPJRN-TULIS
           END-IF.
           PERFORM EMPJRN-CATAT-SKD.
           PERFORM EMPJRN-CATAT-STATUS.

      *kolom SKD wajib pajak luar negeri yang menentukan tarif PPh 26
       EMPJRN-CATAT-SKD.
           IF EMP-SKD-NOMOR NOT = WS-EJ-SKD-LAMA
                MOVE "SKD" TO WS-EJ-KOLOM
                MOVE WS-EJ-SKD-LAMA TO WS-EJ-LAMA
                MOVE EMP-SKD-NOMOR TO WS-EJ-BARU
                PERFORM EMPJRN-TULIS
           END-IF.
           IF EMP-SKD-AKHIR NOT = WS-EJ-SKD-AKHIR-LAMA
                MOVE "SKD-AKHIR" TO WS-EJ-KOLOM
                MOVE WS-EJ-SKD-AKHIR-LAMA TO WS-EJ-LAMA
                MOVE EMP-SKD-AKHIR TO WS-EJ-BARU
                PERFORM EMPJRN-TULIS
           END-IF.
           IF EMP-TARIF-P3B NOT = WS-EJ-P3B-LAMA
                MOVE "TARIF-P3B" TO WS-EJ-KOLOM
                MOVE WS-EJ-P3B-LAMA TO WS-WPLN-TARIF-DISPLAY
                MOVE WS-WPLN-TARIF-DISPLAY TO WS-EJ-LAMA
                MOVE EMP-TARIF-P3B TO WS-WPLN-TARIF-DISPLAY
                MOVE WS-WPLN-TARIF-DISPLAY TO WS-EJ-BARU
                PERFORM EMPJRN-TULIS
           END-IF.

      *baris jurnal kolom status aktif (tambah, aktif kembali atau
      *nonaktif)
       EMPJRN-CATAT-STATUS.
           IF EMP-STATUS-AKTIF NOT = WS-EJ-STATUS-LAMA
                MOVE "STATUS" TO WS-EJ-KOLOM
                MOVE WS-EJ-STATUS-LAMA TO WS-EJ-LAMA
                MOVE EMP-STATUS-AKTIF TO WS-EJ-BARU
                MOVE ZERO TO WS-EJ-BERLAKU
                PERFORM EMPJRN-TULIS
           END-IF.

      *menambahkan satu baris ke jurnal perubahan master
       EMPJRN-TULIS.
           ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-JAM-FULL FROM TIME.
           MOVE WS-LOG-JAM-FULL(1:6) TO WS-LOG-JAM.
           OPEN EXTEND EMPJRN-FILE.
           IF WS-EMPJRN-STATUS = "05" OR WS-EMPJRN-STATUS = "35"
                OPEN OUTPUT EMPJRN-FILE
                CLOSE EMPJRN-FILE
                OPEN EXTEND EMPJRN-FILE
           END-IF.
           IF WS-EMPJRN-STATUS NOT = "00"
                DISPLAY "Gagal menulis jurnal perubahan master ("
                     WS-EMPJRN-STATUS ")."
           ELSE
                MOVE SPACES TO EMPJRN-RECORD
                STRING WS-LOG-TANGGAL DELIMITED BY SIZE
                     "-" WS-LOG-JAM DELIMITED BY SIZE
                     "," WS-OPERATOR-ID DELIMITED BY SIZE
                     "," WS-EJ-AKSI DELIMITED BY SIZE
                     "," EMP-NIK DELIMITED BY SIZE
                     "," WS-EJ-KOLOM DELIMITED BY SIZE
                     "," WS-EJ-LAMA DELIMITED BY SIZE
                     "," WS-EJ-BARU DELIMITED BY SIZE
                     "," WS-EJ-BERLAKU DELIMITED BY SIZE
                     INTO EMPJRN-RECORD
                END-STRING
                WRITE EMPJRN-RECORD
                CLOSE EMPJRN-FILE
           END-IF.

      *laporan perubahan master untuk auditor : seluruh baris jurnal
      *yang tanggalnya dalam rentang yang diminta, ditulis ke
      *jurnal-master-AAAAAAAA-BBBBBBBB.txt siap cetak
       EMPJRN-LAPORAN.
           DISPLAY "Tanggal awal YYYYMMDD = ".
           ACCEPT WS-EJ-TGL-AWAL.
           DISPLAY "Tanggal akhir YYYYMMDD = ".
           ACCEPT WS-EJ-TGL-AKHIR.
           IF WS-EJ-TGL-AKHIR < WS-EJ-TGL-AWAL
                DISPLAY "Tanggal akhir lebih kecil dari tanggal awal, "
                     "laporan dibatalkan."
           ELSE
                PERFORM EMPJRN-LAPORAN-TULIS
           END-IF.

       EMPJRN-LAPORAN-TULIS.
           MOVE ZERO TO WS-EJ-COUNT.
           MOVE SPACES TO WS-EMPJRPT-FILENAME.
           STRING "jurnal-master-" DELIMITED BY SIZE
                WS-EJ-TGL-AWAL DELIMITED BY SIZE
                "-" WS-EJ-TGL-AKHIR DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-EMPJRPT-FILENAME
           END-STRING.
           OPEN OUTPUT EMPJRPT-FILE.
           IF WS-EMPJRPT-STATUS NOT = "00"
                DISPLAY "Gagal membuka file laporan : "
                     WS-EMPJRPT-FILENAME
                DISPLAY "File status : " WS-EMPJRPT-STATUS
           ELSE
                MOVE SPACES TO EMPJRPT-OUT-LINE
                STRING "LAPORAN PERUBAHAN MASTER KARYAWAN TANGGAL "
                     DELIMITED BY SIZE
                     WS-EJ-TGL-AWAL DELIMITED BY SIZE
                     " S.D. " WS-EJ-TGL-AKHIR DELIMITED BY SIZE
                     INTO EMPJRPT-OUT-LINE
                END-STRING
                WRITE EMPJRPT-OUT-LINE
                MOVE "AKSI : T=TAMBAH U=UBAH N=NONAKTIF; BERLAKU = TAHU
      -              "N PAJAK MULAI BERLAKU KODE PTKP" TO
                     EMPJRPT-OUT-LINE
                WRITE EMPJRPT-OUT-LINE
                MOVE SPACES TO EMPJRPT-OUT-LINE
                STRING "WAKTU           PETUGAS  A NIK              "
                     DELIMITED BY SIZE
                     "KOLOM      NILAI LAMA           "
                     DELIMITED BY SIZE
                     "NILAI BARU           BERLAKU" DELIMITED BY SIZE
                     INTO EMPJRPT-OUT-LINE
                END-STRING
                WRITE EMPJRPT-OUT-LINE
                PERFORM EMPJRN-LAPORAN-BACA
                MOVE SPACES TO EMPJRPT-OUT-LINE
                STRING "JUMLAH PERUBAHAN : " DELIMITED BY SIZE
                     WS-EJ-COUNT DELIMITED BY SIZE
                     INTO EMPJRPT-OUT-LINE
                END-STRING
                WRITE EMPJRPT-OUT-LINE
                CLOSE EMPJRPT-FILE
                DISPLAY "Selesai. " WS-EJ-COUNT " perubahan, laporan "
                     "di file " WS-EMPJRPT-FILENAME
           END-IF.

       EMPJRN-LAPORAN-BACA.
           MOVE "N" TO WS-EOF-EMPJRN.
           OPEN INPUT EMPJRN-FILE.
           IF WS-EMPJRN-STATUS NOT = "00"
                DISPLAY "Jurnal perubahan master tidak bisa dibuka ("
                     WS-EMPJRN-STATUS "), dianggap kosong."
           ELSE
                PERFORM UNTIL WS-EOF-EMPJRN = "Y"
                     READ EMPJRN-FILE
                          AT END
                               MOVE "Y" TO WS-EOF-EMPJRN
                          NOT AT END
                               PERFORM EMPJRN-LAPORAN-SATU
                     END-READ
                END-PERFORM
                CLOSE EMPJRN-FILE
           END-IF.

       EMPJRN-LAPORAN-SATU.
           MOVE SPACES TO WS-EJ-WAKTU-X WS-EJ-PETUGAS-X WS-EJ-AKSI-X
                WS-EJ-NIK-X WS-EJ-KOLOM-X WS-EJ-LAMA-X WS-EJ-BARU-X
                WS-EJ-BERLAKU-X.
           UNSTRING EMPJRN-RECORD DELIMITED BY ","
                INTO WS-EJ-WAKTU-X WS-EJ-PETUGAS-X WS-EJ-AKSI-X
                     WS-EJ-NIK-X WS-EJ-KOLOM-X WS-EJ-LAMA-X
                     WS-EJ-BARU-X WS-EJ-BERLAKU-X
           END-UNSTRING.
           IF WS-EJ-WAKTU-X (1:8) IS NUMERIC
                MOVE WS-EJ-WAKTU-X (1:8) TO WS-EJ-TGL-N
                IF WS-EJ-TGL-N >= WS-EJ-TGL-AWAL
                     AND WS-EJ-TGL-N <= WS-EJ-TGL-AKHIR
                     ADD 1 TO WS-EJ-COUNT
                     MOVE SPACES TO EMPJRPT-OUT-LINE
                     STRING WS-EJ-WAKTU-X DELIMITED BY SIZE
                          " " WS-EJ-PETUGAS-X DELIMITED BY SIZE
                          " " WS-EJ-AKSI-X DELIMITED BY SIZE
                          " " WS-EJ-NIK-X DELIMITED BY SIZE
                          " " WS-EJ-KOLOM-X DELIMITED BY SIZE
                          " " WS-EJ-LAMA-X DELIMITED BY SIZE
                          " " WS-EJ-BARU-X DELIMITED BY SIZE
                          " " WS-EJ-BERLAKU-X DELIMITED BY SIZE
                          INTO EMPJRPT-OUT-LINE
                     END-STRING
                     WRITE EMPJRPT-OUT-LINE
                END-IF
           END-IF.

      *proses Desember (true-up tahunan) : agregasi histori log masa
      *1-11 tahun pajak aktif per NIK, lalu untuk tiap karyawan di
      *file employee hitung ulang pajak setahun sebenarnya dari tabel
           MOVE HST-NIK TO WS-HB-NIK.
           MOVE HST-JENIS TO WS-HB-JENIS.
           MOVE HST-KODE-PTKP TO WS-HB-KODE.
           MOVE HST-KODE-OBJEK TO WS-HB-OBJEK.
           MOVE HST-BRUTO TO WS-HB-BRUTO.
           MOVE HST-NETTO TO WS-HB-NETTO.
           MOVE HST-PAJAK TO WS-HB-PAJAK.

      *objek PPh 26 dan objek final tidak ikut disetahunkan
       TRUEUP-HIST-FLUSH.
           IF WS-HB-ADA = "Y"
                MOVE WS-HB-NIK TO WS-LP-NIK
                MOVE WS-HB-BRUTO TO WS-LP-BRUTO
                MOVE WS-HB-NETTO TO WS-LP-NETTO
                MOVE WS-HB-PAJAK TO WS-LP-PAJAK
                MOVE WS-HB-OBJEK TO WS-OBJEK-CEK
                IF NOT OBJEK-LUAR-SETAHUN
                     PERFORM TRUEUP-AGREGASI
                END-IF
                MOVE "N" TO WS-HB-ADA
           END-IF.

                          PERFORM RUNMAX-CARI
                          IF WS-RM-KETEMU = "Y" AND
                               WS-LP-RUN-N = WS-RM-RUN (WS-RM-IDX)
                               MOVE WS-LP-OBJEK TO WS-OBJEK-CEK
                               IF ((WS-LP-JENIS = "B" AND
                                    WS-LOG-BARIS-SEQ =
                                    WS-RM-SEQ-B (WS-RM-IDX))
                                  OR (WS-LP-JENIS NOT = "B" AND
                                    WS-LOG-BARIS-SEQ =
                                    WS-RM-SEQ-R (WS-RM-IDX)))
                                  AND NOT OBJEK-LUAR-SETAHUN
                                    PERFORM TRUEUP-AGREGASI
                               END-IF
                          END-IF
           MOVE SPACES TO WS-LP-WAKTU WS-LP-TAHUN WS-LP-MASA
                WS-LP-PERIODE WS-LP-JENIS WS-LP-NIK WS-LP-NPWP
                WS-LP-KODE WS-LP-BRUTO WS-LP-NETTO WS-LP-PKP
                WS-LP-PAJAK WS-LP-RUN WS-LP-OBJEK WS-LP-OPERATOR
                WS-LP-DTP.
           UNSTRING PPH21-LOG-RECORD DELIMITED BY ","
                INTO WS-LP-WAKTU WS-LP-TAHUN WS-LP-MASA WS-LP-PERIODE
                     WS-LP-JENIS WS-LP-NIK WS-LP-NPWP WS-LP-KODE
                     WS-LP-BRUTO WS-LP-NETTO WS-LP-PKP WS-LP-PAJAK
                     WS-LP-RUN WS-LP-OBJEK WS-LP-OPERATOR WS-LP-DTP
           END-UNSTRING.
      *    baris log lama belum membawa kode objek : anggap pegawai
      *    tetap supaya agregasi e-Bupot tetap jalan
                MOVE ZERO TO WS-LP-RUN-N
           END-IF.

      *baris pembalik run yang dibatalkan membawa bruto/netto/PKP/
      *pajak bertanda minus ("-" + 11 digit); pembaca log lain
      *melewatinya karena tidak lolos cek NUMERIC
       LOG-CEK-BALIK.
           MOVE "N" TO WS-LP-BALIK.
           IF WS-LP-PKP (1:1) = "-" AND WS-LP-PAJAK (1:1) = "-"
                AND WS-LP-PKP (2:11) IS NUMERIC
                AND WS-LP-PAJAK (2:11) IS NUMERIC
                MOVE "Y" TO WS-LP-BALIK
           END-IF.

      *menambahkan satu baris log ke akumulasi NIK yang bersangkutan,
      *membuat entry baru bila NIK belum ada di tabel
       TRUEUP-AGREGASI.
                MOVE WS-BATCH-TIPE TO WS-TIPE-PENERIMA
      *         pegawai tidak tetap dan bukan pegawai tidak punya
      *         perhitungan disetahunkan : tidak ada true-up untuk
      *         mereka, baris dicatat di laporan lalu dilewati.
      *         Baris yang hanya berisi pembayaran sekaligus juga
      *         tidak di-true-up
                EVALUATE TRUE
                    WHEN WS-BATCH-GAJI = ZERO
                         AND (WS-BATCH-PESANGON > ZERO
                              OR WS-BATCH-PENSIUN-SKG > ZERO)
                         CONTINUE
                    WHEN NOT TIPE-TETAP
                         PERFORM TRUEUP-TULIS-NONTETAP
                    WHEN OTHER
                         PERFORM TRUEUP-HITUNG-SATU-BARIS
                END-EVALUATE
                IF WS-BATCH-PESANGON > ZERO
                     OR WS-BATCH-PENSIUN-SKG > ZERO
                     PERFORM TRUEUP-SEKALIGUS
                END-IF
           END-IF.

      *pesangon/pensiun sekaligus yang dibayar pada masa Desember
      *tetap dipotong final tersendiri, tidak masuk netto setahun
       TRUEUP-SEKALIGUS.
           MOVE "3" TO WS-PERIODE-PILIHAN.
           MOVE WS-BATCH-NIK TO WS-NIK.
           MOVE WS-BATCH-NAMA TO WS-NAMA.
           MOVE WS-BATCH-NPWP TO WS-NPWP.
           MOVE WS-BATCH-KODE-PTKP TO PILIHAN.
           MOVE WS-BATCH-PESANGON TO WS-PESANGON-INPUT.
           MOVE WS-BATCH-PENSIUN-SKG TO WS-PENSIUN-SKG-INPUT.
           PERFORM PROSES-HITUNG-SEKALIGUS.

       TRUEUP-TULIS-NONTETAP.
           MOVE SPACES TO TRUEUP-OUT-LINE.
           STRING WS-BATCH-NIK DELIMITED BY SPACE
                "," WS-BATCH-NAMA DELIMITED BY SIZE
                "," WS-BATCH-TIPE DELIMITED BY SIZE
                ",,,,,TIPE H/B/W TANPA TRUE-UP" DELIMITED BY SIZE
                INTO TRUEUP-OUT-LINE
           END-STRING.
           WRITE TRUEUP-OUT-LINE.
           MOVE WS-BATCH-NAMA TO WS-NAMA.
           MOVE WS-BATCH-NPWP TO WS-NPWP.
           PERFORM HITUNG-DEDUKSI-BATCH.
           PERFORM DTP-CEK-LAYAK.
           MOVE WS-BATCH-KODE-PTKP TO PILIHAN.
           PERFORM AMBIL-PTKP.
           IF PTKP = ZERO
                PERFORM CETAK-SLIP
                PERFORM TULIS-GL-OUTPUT
           END-IF.
           MOVE "N" TO WS-DTP-LAYAK.

      *karyawan yang ada di histori log tetapi tidak ada di file
      *employee Desember tetap dilaporkan supaya tidak lolos kontrol
           MOVE SPACES TO WS-V-NIK WS-V-GAJI WS-V-KODE WS-V-BPJSK
                WS-V-BPJST WS-V-NAMA WS-V-NPWP WS-V-BONUS
                WS-V-KODE-PRSH WS-V-METODE WS-V-TIPE WS-V-HARI
                WS-V-BPJSP WS-V-IURPEN WS-V-PESANGON WS-V-PENSIUN-SKG.
           UNSTRING EMPLOYEE-IN-LINE DELIMITED BY ","
                INTO WS-V-NIK WS-V-GAJI WS-V-KODE WS-V-BPJSK
                     WS-V-BPJST WS-V-NAMA WS-V-NPWP WS-V-BONUS
                     WS-V-KODE-PRSH WS-V-METODE WS-V-TIPE WS-V-HARI
                     WS-V-BPJSP WS-V-IURPEN WS-V-PESANGON
                     WS-V-PENSIUN-SKG
           END-UNSTRING.
           IF WS-V-NIK = SPACES
                MOVE "NIK KOSONG" TO WS-VAL-ALASAN
      *kode perusahaan); dipisah supaya baris non-aktif bisa lompat
       VALIDASI-DATA-CEK-ISI.
           IF EMP-DITEMUKAN AND EMP-STATUS-AKTIF = "A"
                PERFORM AMBIL-KODE-PTKP-MASTER
                MOVE WS-EMP-KODE-EFEKTIF TO WS-V-KODE-CEK
                IF EMP-TIPE-PENERIMA NOT = SPACE
                     MOVE EMP-TIPE-PENERIMA TO WS-V-TIPE
                END-IF
           ELSE
                MOVE WS-V-KODE TO WS-V-KODE-CEK
           END-IF.
      *    pegawai tidak tetap, bukan pegawai dan wajib pajak luar
      *    negeri dihitung tanpa PTKP, jadi kode PTKP boleh kosong
           IF WS-V-TIPE = "H" OR WS-V-TIPE = "B" OR WS-V-TIPE = "W"
                CONTINUE
           ELSE
                PERFORM VALIDASI-CEK-KODE
           END-IF.
           IF WS-V-TIPE NOT = SPACE AND WS-V-TIPE NOT = "T"
                AND WS-V-TIPE NOT = "H" AND WS-V-TIPE NOT = "B"
                AND WS-V-TIPE NOT = "W"
                MOVE "TIPE PENERIMA BUKAN T/H/B/W" TO WS-VAL-ALASAN
                PERFORM VALIDASI-CATAT-ERROR
           END-IF.
      *    tipe "H" menurunkan upah harian dari upah masa dibagi
                     PERFORM VALIDASI-CATAT-ERROR
                END-IF
           END-IF.
      *    pembayaran sekaligus dipotong PPh 21 final, tidak berlaku
      *    untuk wajib pajak luar negeri (PPh 26)
           IF WS-V-PESANGON NOT = SPACES
                MOVE WS-V-PESANGON TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF NOT ANGKA-VALID
                     MOVE "PESANGON BUKAN ANGKA" TO WS-VAL-ALASAN
                     PERFORM VALIDASI-CATAT-ERROR
                ELSE
                     IF WS-AN-NILAI > ZERO AND WS-V-TIPE = "W"
                          MOVE "PESANGON TIDAK UNTUK TIPE W" TO
                               WS-VAL-ALASAN
                          PERFORM VALIDASI-CATAT-ERROR
                     END-IF
                END-IF
           END-IF.
           IF WS-V-PENSIUN-SKG NOT = SPACES
                MOVE WS-V-PENSIUN-SKG TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF NOT ANGKA-VALID
                     MOVE "PENSIUN SEKALIGUS BUKAN ANGKA" TO
                          WS-VAL-ALASAN
                     PERFORM VALIDASI-CATAT-ERROR
                ELSE
                     IF WS-AN-NILAI > ZERO AND WS-V-TIPE = "W"
                          MOVE "PENSIUN SEKALIGUS TIDAK UNTUK TIPE W"
                               TO WS-VAL-ALASAN
                          PERFORM VALIDASI-CATAT-ERROR
                     END-IF
                END-IF
           END-IF.
           IF WS-V-BPJSK NOT = SPACES
                MOVE WS-V-BPJSK TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS

       REKON-OLAH-LOG-BARIS.
           PERFORM LOG-PARSE-BARIS.
           PERFORM LOG-CEK-BALIK.
           MOVE WS-LP-BALIK TO WS-RK-BALIK.
           IF WS-LP-TAHUN IS NUMERIC AND WS-LP-MASA IS NUMERIC
                AND ((WS-LP-PKP IS NUMERIC AND WS-LP-PAJAK IS NUMERIC)
                     OR WS-RK-BALIK = "Y")
                MOVE WS-LP-TAHUN TO WS-LP-TAHUN-N
                MOVE WS-LP-MASA TO WS-LP-MASA-N
      *         baris rapel (jenis "L") sengaja hanya ada di log dan
           END-IF.
           IF WS-RK-KETEMU = "Y"
                MOVE WS-LP-KODE TO WS-RL-KODE (WS-RK-IDX2)
                IF WS-RK-BALIK = "Y"
                     MOVE WS-LP-PKP (2:11) TO WS-RK-AMT
                     SUBTRACT WS-RK-AMT FROM WS-RL-PKP (WS-RK-IDX2)
                     SUBTRACT WS-RK-AMT FROM WS-RK-PKP-LOG
                     MOVE WS-LP-PAJAK (2:11) TO WS-RK-AMT
                     SUBTRACT WS-RK-AMT FROM WS-RL-PAJAK (WS-RK-IDX2)
                     SUBTRACT WS-RK-AMT FROM WS-RK-PAJAK-LOG
                ELSE
                     MOVE WS-LP-PKP TO WS-RK-AMT
                     ADD WS-RK-AMT TO WS-RL-PKP (WS-RK-IDX2)
                     ADD WS-RK-AMT TO WS-RK-PKP-LOG
                     MOVE WS-LP-PAJAK TO WS-RK-AMT
                     ADD WS-RK-AMT TO WS-RL-PAJAK (WS-RK-IDX2)
                     ADD WS-RK-AMT TO WS-RK-PAJAK-LOG
                END-IF
                MOVE WS-LP-KODE TO WS-RKK-KODE-IN
                MOVE "L" TO WS-RKK-FILE
                PERFORM REKON-KODE-TAMBAH
           END-IF.

       REKON-OLAH-GL-RECORD.
           IF GLO-PEMBALIK = "Y"
                MOVE "Y" TO WS-RK-BALIK
           ELSE
                MOVE "N" TO WS-RK-BALIK
           END-IF.
           IF GLO-TAHUN-PAJAK IS NUMERIC AND GLO-MASA IS NUMERIC
                AND GLO-PAJAK IS NUMERIC
      *         record rapel (jenis "L") dikeluarkan, sejalan dengan
           END-IF.
           IF WS-RK-KETEMU = "Y"
                MOVE GLO-KODE-PTKP TO WS-RG-KODE (WS-RK-IDX2)
                IF WS-RK-BALIK = "Y"
                     MOVE GLO-PKP TO WS-RK-AMT
                     SUBTRACT WS-RK-AMT FROM WS-RG-PKP (WS-RK-IDX2)
                     SUBTRACT WS-RK-AMT FROM WS-RK-PKP-GL
                     MOVE GLO-PAJAK TO WS-RK-AMT
                     SUBTRACT WS-RK-AMT FROM WS-RG-PAJAK (WS-RK-IDX2)
                     SUBTRACT WS-RK-AMT FROM WS-RK-PAJAK-GL
                ELSE
                     MOVE GLO-PKP TO WS-RK-AMT
                     ADD WS-RK-AMT TO WS-RG-PKP (WS-RK-IDX2)
                     ADD WS-RK-AMT TO WS-RK-PKP-GL
                     MOVE GLO-PAJAK TO WS-RK-AMT
                     ADD WS-RK-AMT TO WS-RG-PAJAK (WS-RK-IDX2)
                     ADD WS-RK-AMT TO WS-RK-PAJAK-GL
                END-IF
                MOVE GLO-KODE-PTKP TO WS-RKK-KODE-IN
                MOVE "G" TO WS-RKK-FILE
                PERFORM REKON-KODE-TAMBAH
           END-IF.

       REKON-OLAH-HASIL-BARIS.
           MOVE "N" TO WS-RK-BALIK.
           MOVE SPACES TO WS-RH-NIK-X WS-RH-TAHUN WS-RH-MASA
                WS-RH-KODE-X WS-RH-PKP-X WS-RH-PAJAK-X WS-RH-BONUS-X
                WS-RH-PKPBON-X WS-RH-FINAL-X.
           UNSTRING BATCH-OUT-LINE DELIMITED BY ","
                INTO WS-RH-NIK-X WS-RH-TAHUN WS-RH-MASA WS-RH-KODE-X
                     WS-RH-PKP-X WS-RH-PAJAK-X WS-RH-BONUS-X
                     WS-RH-PKPBON-X WS-RH-FINAL-X
           END-UNSTRING.
           IF WS-RH-TAHUN IS NUMERIC AND WS-RH-MASA IS NUMERIC
                AND WS-RH-PKP-X IS NUMERIC AND WS-RH-PAJAK-X
                     MOVE WS-RH-BONUS-X TO WS-LP-PAJAK-N
                     ADD WS-LP-PAJAK-N TO WS-RK-AMT
                END-IF
      *         kolom pajak final (pesangon/pensiun sekaligus) ada di
      *         log dan GL sebagai baris sendiri
                IF WS-RH-FINAL-X IS NUMERIC
                     MOVE WS-RH-FINAL-X TO WS-LP-PAJAK-N
                     ADD WS-LP-PAJAK-N TO WS-RK-AMT
                END-IF
                ADD WS-RK-AMT TO WS-RH-PAJAK (WS-RK-IDX2)
                ADD WS-RK-AMT TO WS-RK-PAJAK-HSL
                MOVE WS-RH-KODE-X TO WS-RKK-KODE-IN
                     MOVE ZERO TO WS-RKK-HSL (WS-RKK-IDX)
                END-IF
           END-IF.
           IF WS-RKK-IDX > ZERO AND WS-RK-BALIK = "Y"
                EVALUATE WS-RKK-FILE
                    WHEN "L"
                         SUBTRACT WS-RK-AMT FROM
                              WS-RKK-LOG (WS-RKK-IDX)
                    WHEN "G"
                         SUBTRACT WS-RK-AMT FROM
                              WS-RKK-GL (WS-RKK-IDX)
                END-EVALUATE
           END-IF.
           IF WS-RKK-IDX > ZERO AND WS-RK-BALIK NOT = "Y"
                EVALUATE WS-RKK-FILE
                    WHEN "L"
                         ADD WS-RK-AMT TO WS-RKK-LOG (WS-RKK-IDX)
                     " status : " PRD-STATUS
                     " (O=terbuka C=tertutup), run terakhir : "
                     PRD-RUN-TERAKHIR
                DISPLAY "Status terakhir diubah oleh : " PRD-OPERATOR
           ELSE
                DISPLAY "Masa " WS-PRD-MASA-IN "/" WS-TAHUN-PAJAK
                     " belum pernah dibuka."
           PERFORM PERIODE-TANYA-MASA.
           PERFORM PERIODE-BACA.
           IF WS-PRD-DITEMUKAN NOT = "Y"
                MOVE SPACES TO PERIODE-RECORD
                MOVE WS-TAHUN-PAJAK TO PRD-TAHUN
                MOVE WS-PRD-MASA-IN TO PRD-MASA
                MOVE ZERO TO PRD-RUN-TERAKHIR
           END-IF.
           MOVE "O" TO PRD-STATUS.
           MOVE WS-OPERATOR-ID TO PRD-OPERATOR.
           PERFORM PERIODE-SIMPAN.
           DISPLAY "Masa " WS-PRD-MASA-IN "/" WS-TAHUN-PAJAK
                " dibuka.".
                     " belum pernah dibuka, tidak ada yang ditutup."
           ELSE
                MOVE "C" TO PRD-STATUS
                MOVE WS-OPERATOR-ID TO PRD-OPERATOR
                PERFORM PERIODE-SIMPAN
                DISPLAY "Masa " WS-PRD-MASA-IN "/" WS-TAHUN-PAJAK
                     " ditutup."
           END-IF.
           IF WS-RUN-BOLEH = "Y"
                IF WS-PRD-DITEMUKAN NOT = "Y"
                     MOVE SPACES TO PERIODE-RECORD
                     MOVE WS-TAHUN-PAJAK TO PRD-TAHUN
                     MOVE WS-MASA-PAJAK TO PRD-MASA
                     MOVE "C" TO PRD-STATUS
                     MOVE ZERO TO PRD-RUN-TERAKHIR
                     MOVE WS-OPERATOR-ID TO PRD-OPERATOR
                END-IF
                ADD 1 TO PRD-RUN-TERAKHIR
                MOVE PRD-RUN-TERAKHIR TO WS-RUN-NOMOR
           MOVE HST-KODE-OBJEK TO WS-HB-OBJEK.
           MOVE HST-BRUTO TO WS-HB-BRUTO.
           MOVE HST-PAJAK TO WS-HB-PAJAK.
           IF HST-PAJAK-DTP IS NUMERIC
                MOVE HST-PAJAK-DTP TO WS-HB-DTP
           ELSE
                MOVE ZERO TO WS-HB-DTP
           END-IF.

       EBUPOT-HIST-FLUSH.
           IF WS-HB-ADA = "Y"
                MOVE WS-HB-OBJEK TO WS-LP-OBJEK
                MOVE WS-HB-BRUTO TO WS-LP-BRUTO
                MOVE WS-HB-PAJAK TO WS-LP-PAJAK
                MOVE WS-HB-DTP TO WS-LP-DTP
                PERFORM EBUPOT-TAMBAH
                MOVE "N" TO WS-HB-ADA
           END-IF.
                     MOVE ZERO TO WS-EB-PAJAK-R (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-PAJAK-B (WS-EB-IDX)
                     MOVE "N" TO WS-EB-DIMASTER (WS-EB-IDX)
                     MOVE SPACES TO WS-EB-OBJEK (WS-EB-IDX)
                     MOVE "N" TO WS-EB-REG-ADA (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-FP-BRUTO (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-FP-PAJAK (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-FJ-BRUTO (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-FJ-PAJAK (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-DTP (WS-EB-IDX)
                     MOVE ZERO TO WS-EB-DTP-BRUTO (WS-EB-IDX)
                     MOVE "Y" TO WS-EB-KETEMU
                END-IF
           END-IF.
           IF WS-EB-KETEMU = "Y"
                MOVE WS-LP-KODE TO WS-EB-KODE (WS-EB-IDX)
                MOVE WS-LP-NPWP TO WS-EB-NPWP (WS-EB-IDX)
                MOVE WS-LP-OBJEK TO WS-OBJEK-CEK
                IF OBJEK-FINAL
                     PERFORM EBUPOT-TAMBAH-FINAL
                ELSE
                     MOVE "Y" TO WS-EB-REG-ADA (WS-EB-IDX)
                     MOVE WS-LP-OBJEK TO WS-EB-OBJEK (WS-EB-IDX)
                     MOVE WS-LP-BRUTO TO WS-RK-AMT
                     ADD WS-RK-AMT TO WS-EB-BRUTO (WS-EB-IDX)
                     MOVE WS-LP-PAJAK TO WS-RK-AMT
                     ADD WS-RK-AMT TO WS-EB-PAJAK (WS-EB-IDX)
                     IF WS-LP-JENIS = "B"
                          ADD WS-RK-AMT TO WS-EB-PAJAK-B (WS-EB-IDX)
                     ELSE
                          ADD WS-RK-AMT TO WS-EB-PAJAK-R (WS-EB-IDX)
                     END-IF
                     IF WS-LP-DTP IS NUMERIC
                          MOVE WS-LP-DTP TO WS-RK-AMT
                          IF WS-RK-AMT > ZERO
                               ADD WS-RK-AMT TO WS-EB-DTP (WS-EB-IDX)
                               MOVE WS-LP-BRUTO TO WS-RK-AMT
                               ADD WS-RK-AMT TO
                                    WS-EB-DTP-BRUTO (WS-EB-IDX)
                          END-IF
                     END-IF
                END-IF
           END-IF.

      *baris objek final dijumlah per kode objek, terpisah dari
      *bruto/pajak bukti potong bulanan NIK yang sama
       EBUPOT-TAMBAH-FINAL.
           IF WS-LP-OBJEK = "21-401-01"
                MOVE WS-LP-BRUTO TO WS-RK-AMT
                ADD WS-RK-AMT TO WS-EB-FP-BRUTO (WS-EB-IDX)
                MOVE WS-LP-PAJAK TO WS-RK-AMT
                ADD WS-RK-AMT TO WS-EB-FP-PAJAK (WS-EB-IDX)
           ELSE
                MOVE WS-LP-BRUTO TO WS-RK-AMT
                ADD WS-RK-AMT TO WS-EB-FJ-BRUTO (WS-EB-IDX)
                MOVE WS-LP-PAJAK TO WS-RK-AMT
                ADD WS-RK-AMT TO WS-EB-FJ-PAJAK (WS-EB-IDX)
           END-IF.

       EBUPOT-CARI-NIK.
           MOVE "N" TO WS-EB-KETEMU.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                DISPLAY "File status : " WS-EBUPOT-STATUS
           ELSE
                MOVE "NO BUKTI,PEMBETULAN,TAHUN,MASA,NPWP/NIK,KODE OBJ
      -              "EK,BRUTO,PPH,FASILITAS,PPH DTP" TO EBUPOT-OUT-LINE
                WRITE EBUPOT-OUT-LINE
                MOVE ZERO TO WS-EB21-COUNT WS-EB26-COUNT
                     WS-EBF-COUNT
                PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                     UNTIL WS-EB-IDX > WS-EB-COUNT
                     MOVE WS-EB-OBJEK (WS-EB-IDX) TO WS-OBJEK-CEK
                     EVALUATE TRUE
                         WHEN WS-EB-REG-ADA (WS-EB-IDX) NOT = "Y"
                              CONTINUE
                         WHEN OBJEK-PPH26
                              ADD 1 TO WS-EB26-COUNT
                         WHEN OTHER
                              ADD 1 TO WS-EB21-COUNT
                              PERFORM EBUPOT-TULIS-SATU
                     END-EVALUATE
                     IF WS-EB-FP-BRUTO (WS-EB-IDX) > ZERO
                          ADD 1 TO WS-EBF-COUNT
                     END-IF
                     IF WS-EB-FJ-BRUTO (WS-EB-IDX) > ZERO
                          ADD 1 TO WS-EBF-COUNT
                     END-IF
                END-PERFORM
                CLOSE EBUPOT-FILE
                DISPLAY "Selesai. " WS-EB21-COUNT
                     " bukti potong diexport ke file "
                     WS-EBUPOT-FILENAME
                IF WS-EB26-COUNT > ZERO
                     PERFORM EBUPOT26-TULIS-FILE
                END-IF
                IF WS-EBF-COUNT > ZERO
                     PERFORM EBUPOTF-TULIS-FILE
                END-IF
           END-IF.

      *bukti potong PPh 21 final pembayaran sekaligus ditulis ke
      *file import tersendiri, satu baris per NIK per kode objek
      *final; nomor dari register bukti potong final
       EBUPOTF-TULIS-FILE.
           PERFORM EBUPOTF-CARI-NOMOR-MAX.
           MOVE SPACES TO WS-EBUPOTF-FILENAME.
           STRING "ebupot-final-" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                ".csv" DELIMITED BY SIZE
                INTO WS-EBUPOTF-FILENAME
           END-STRING.
           OPEN OUTPUT EBUPOTF-FILE.
           IF WS-EBUPOTF-STATUS NOT = "00"
                DISPLAY "Gagal membuka file export : "
                     WS-EBUPOTF-FILENAME
                DISPLAY "File status : " WS-EBUPOTF-STATUS
           ELSE
                MOVE "NO BUKTI,PEMBETULAN,TAHUN,MASA,NPWP/NIK,KODE OBJ
      -              "EK,BRUTO,PPH" TO EBUPOTF-OUT-LINE
                WRITE EBUPOTF-OUT-LINE
                MOVE ZERO TO WS-EBF-COUNT
                PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                     UNTIL WS-EB-IDX > WS-EB-COUNT
                     IF WS-EB-FP-BRUTO (WS-EB-IDX) > ZERO
                          MOVE "21-401-01" TO WS-EBF-OBJEK
                          MOVE WS-EB-FP-BRUTO (WS-EB-IDX) TO
                               WS-EBF-BRUTO
                          MOVE WS-EB-FP-PAJAK (WS-EB-IDX) TO
                               WS-EBF-PAJAK
                          PERFORM EBUPOTF-TULIS-SATU
                     END-IF
                     IF WS-EB-FJ-BRUTO (WS-EB-IDX) > ZERO
                          MOVE "21-401-02" TO WS-EBF-OBJEK
                          MOVE WS-EB-FJ-BRUTO (WS-EB-IDX) TO
                               WS-EBF-BRUTO
                          MOVE WS-EB-FJ-PAJAK (WS-EB-IDX) TO
                               WS-EBF-PAJAK
                          PERFORM EBUPOTF-TULIS-SATU
                     END-IF
                END-PERFORM
                CLOSE EBUPOTF-FILE
                DISPLAY "Selesai. " WS-EBF-COUNT
                     " bukti potong PPh 21 final diexport ke file "
                     WS-EBUPOTF-FILENAME
           END-IF.

      *satu bukti potong final : identitas NPWP, atau NIK bila NPWP
      *kosong, sama seperti bukti potong bulanan
       EBUPOTF-TULIS-SATU.
           IF WS-EB-NPWP (WS-EB-IDX) = SPACES
                MOVE WS-EB-NIK (WS-EB-IDX) TO WS-EB-ID-PAKAI
           ELSE
                MOVE WS-EB-NPWP (WS-EB-IDX) TO WS-EB-ID-PAKAI
           END-IF.
           PERFORM EBUPOTF-AMBIL-NOMOR.
           MOVE SPACES TO EBUPOTF-OUT-LINE.
           STRING WS-EB-NOMOR DELIMITED BY SIZE
                "," WS-EB-PEMBETULAN DELIMITED BY SIZE
                "," WS-TAHUN-PAJAK DELIMITED BY SIZE
                "," WS-MASA-PAJAK DELIMITED BY SIZE
                "," WS-EB-ID-PAKAI DELIMITED BY SIZE
                "," WS-EBF-OBJEK DELIMITED BY SIZE
                "," WS-EBF-BRUTO DELIMITED BY SIZE
                "," WS-EBF-PAJAK DELIMITED BY SIZE
                INTO EBUPOTF-OUT-LINE
           END-STRING.
           WRITE EBUPOTF-OUT-LINE.
           ADD 1 TO WS-EBF-COUNT.

      *nomor bukti potong final tertinggi tahun pajak aktif
       EBUPOTF-CARI-NOMOR-MAX.
           MOVE ZERO TO WS-EBF-NOMOR-MAX.
           OPEN INPUT BUPOTFIN-FILE.
           IF WS-BUPOTFIN-STATUS = "00"
                MOVE LOW-VALUES TO BPF-KEY
                MOVE WS-TAHUN-PAJAK TO BPF-TAHUN
                START BUPOTFIN-FILE KEY IS NOT LESS THAN BPF-KEY
                     INVALID KEY
                          CONTINUE
                END-START
                PERFORM UNTIL WS-BUPOTFIN-STATUS NOT = "00"
                     READ BUPOTFIN-FILE NEXT RECORD
                          AT END
                               MOVE "10" TO WS-BUPOTFIN-STATUS
                          NOT AT END
                               IF BPF-TAHUN = WS-TAHUN-PAJAK
                                    IF BPF-NOMOR > WS-EBF-NOMOR-MAX
                                         MOVE BPF-NOMOR TO
                                              WS-EBF-NOMOR-MAX
                                    END-IF
                               ELSE
                                    MOVE "10" TO WS-BUPOTFIN-STATUS
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE BUPOTFIN-FILE
           END-IF.

      *nomor bukti potong final dari register : aturan nomor tetap
      *dan pembetulan sama dengan EBUPOT-AMBIL-NOMOR
       EBUPOTF-AMBIL-NOMOR.
           MOVE ZERO TO WS-EB-NOMOR WS-EB-PEMBETULAN.
           OPEN I-O BUPOTFIN-FILE.
           IF WS-BUPOTFIN-STATUS = "35"
                OPEN OUTPUT BUPOTFIN-FILE
                CLOSE BUPOTFIN-FILE
                OPEN I-O BUPOTFIN-FILE
           END-IF.
           IF WS-BUPOTFIN-STATUS NOT = "00"
                DISPLAY "Register bukti potong final tidak bisa "
                     "dibuka (status " WS-BUPOTFIN-STATUS "), nomor "
                     "tidak diberikan."
           ELSE
                PERFORM EBUPOTF-AMBIL-NOMOR-IO
           END-IF.

       EBUPOTF-AMBIL-NOMOR-IO.
           MOVE WS-TAHUN-PAJAK TO BPF-TAHUN.
           MOVE WS-MASA-PAJAK TO BPF-MASA.
           MOVE WS-EB-NIK (WS-EB-IDX) TO BPF-NIK.
           MOVE WS-EBF-OBJEK TO BPF-KODE-OBJEK.
           READ BUPOTFIN-FILE
                INVALID KEY
                     MOVE WS-TAHUN-PAJAK TO BPF-TAHUN
                     MOVE WS-MASA-PAJAK TO BPF-MASA
                     MOVE WS-EB-NIK (WS-EB-IDX) TO BPF-NIK
                     MOVE WS-EBF-OBJEK TO BPF-KODE-OBJEK
                     ADD 1 TO WS-EBF-NOMOR-MAX
                     MOVE WS-EBF-NOMOR-MAX TO BPF-NOMOR
                     MOVE ZERO TO BPF-PEMBETULAN
                     MOVE WS-EBF-BRUTO TO BPF-BRUTO
                     MOVE WS-EBF-PAJAK TO BPF-PAJAK
                     WRITE BUPOT-FINAL-RECORD
                          INVALID KEY
                               DISPLAY "Gagal menyimpan register "
                                    "bukti potong final."
                     END-WRITE
                NOT INVALID KEY
                     IF BPF-BRUTO = WS-EBF-BRUTO AND
                          BPF-PAJAK = WS-EBF-PAJAK
                          CONTINUE
                     ELSE
                          ADD 1 TO BPF-PEMBETULAN
                          MOVE WS-EBF-BRUTO TO BPF-BRUTO
                          MOVE WS-EBF-PAJAK TO BPF-PAJAK
                          REWRITE BUPOT-FINAL-RECORD
                               INVALID KEY
                                    DISPLAY "Gagal memperbarui "
                                         "register bukti potong "
                                         "final."
                          END-REWRITE
                     END-IF
           END-READ.
           MOVE BPF-NOMOR TO WS-EB-NOMOR.
           MOVE BPF-PEMBETULAN TO WS-EB-PEMBETULAN.
           CLOSE BUPOTFIN-FILE.

      *bukti potong PPh 26 wajib pajak luar negeri ditulis ke file
      *import tersendiri; identitas (paspor/TIN, negara, SKD) dan
      *tarif diambil dari master karyawan
       EBUPOT26-TULIS-FILE.
           MOVE SPACES TO WS-EBUPOT26-FILENAME.
           STRING "ebupot26-" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                ".csv" DELIMITED BY SIZE
                INTO WS-EBUPOT26-FILENAME
           END-STRING.
           OPEN OUTPUT EBUPOT26-FILE.
           IF WS-EBUPOT26-STATUS NOT = "00"
                DISPLAY "Gagal membuka file export : "
                     WS-EBUPOT26-FILENAME
                DISPLAY "File status : " WS-EBUPOT26-STATUS
           ELSE
                MOVE "NO BUKTI,PEMBETULAN,TAHUN,MASA,TIN/PASPOR,NEGARA,K
      -              "ODE OBJEK,BRUTO,TARIF,PPH,NO SKD"
                     TO EBUPOT26-OUT-LINE
                WRITE EBUPOT26-OUT-LINE
                PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                     UNTIL WS-EB-IDX > WS-EB-COUNT
                     MOVE WS-EB-OBJEK (WS-EB-IDX) TO WS-OBJEK-CEK
                     IF OBJEK-PPH26
                          PERFORM EBUPOT26-TULIS-SATU
                     END-IF
                END-PERFORM
                CLOSE EBUPOT26-FILE
                DISPLAY "Selesai. " WS-EB26-COUNT
                     " bukti potong PPh 26 diexport ke file "
                     WS-EBUPOT26-FILENAME
           END-IF.

      *identitas WPLN : paspor/TIN dari master, NIK bila kosong atau
      *NIK tidak ada di master (tarif umum, tanpa SKD)
       EBUPOT26-TULIS-SATU.
           MOVE WS-EB-NIK (WS-EB-IDX) TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           PERFORM WPLN-CEK-SKD.
           MOVE WS-EB-NIK (WS-EB-IDX) TO WS-EB-ID-PAKAI.
           IF EMP-DITEMUKAN
                IF EMP-PASPOR-TIN NOT = SPACES
                     MOVE EMP-PASPOR-TIN TO WS-EB-ID-PAKAI
                END-IF
           ELSE
                MOVE SPACES TO EMP-NEGARA EMP-SKD-NOMOR
           END-IF.
           IF NOT WPLN-SKD-BERLAKU
                MOVE SPACES TO EMP-SKD-NOMOR
           END-IF.
           MOVE WS-WPLN-TARIF TO WS-WPLN-TARIF-DISPLAY.
           PERFORM EBUPOT-AMBIL-NOMOR.
           MOVE SPACES TO EBUPOT26-OUT-LINE.
           STRING WS-EB-NOMOR DELIMITED BY SIZE
                "," WS-EB-PEMBETULAN DELIMITED BY SIZE
                "," WS-TAHUN-PAJAK DELIMITED BY SIZE
                "," WS-MASA-PAJAK DELIMITED BY SIZE
                "," WS-EB-ID-PAKAI DELIMITED BY SIZE
                "," EMP-NEGARA DELIMITED BY SIZE
                "," WS-EB-OBJEK (WS-EB-IDX) DELIMITED BY SIZE
                "," WS-EB-BRUTO (WS-EB-IDX) DELIMITED BY SIZE
                "," WS-WPLN-TARIF-DISPLAY DELIMITED BY SIZE
                "," WS-EB-PAJAK (WS-EB-IDX) DELIMITED BY SIZE
                "," EMP-SKD-NOMOR DELIMITED BY SIZE
                INTO EBUPOT26-OUT-LINE
           END-STRING.
           WRITE EBUPOT26-OUT-LINE.

      *menulis satu baris bukti potong : identitas NPWP, atau NIK
      *bila NPWP kosong (diperbolehkan aturan), nomor dari register
       EBUPOT-TULIS-SATU.
           IF WS-EB-NPWP (WS-EB-IDX) = SPACES
                MOVE WS-EB-NPWP (WS-EB-IDX) TO WS-EB-ID-PAKAI
           END-IF.
           PERFORM EBUPOT-AMBIL-NOMOR.
      *    kode fasilitas bukti potong : DTP bila sebagian pajak masa
      *    ini ditanggung pemerintah, selain itu tanpa fasilitas
           IF WS-EB-DTP (WS-EB-IDX) > ZERO
                MOVE WS-DTP-KODE-FAS TO WS-EB-FASILITAS
           ELSE
                MOVE "N/A" TO WS-EB-FASILITAS
           END-IF.
           MOVE SPACES TO EBUPOT-OUT-LINE.
           STRING WS-EB-NOMOR DELIMITED BY SIZE
                "," WS-EB-PEMBETULAN DELIMITED BY SIZE
                "," WS-EB-OBJEK (WS-EB-IDX) DELIMITED BY SIZE
                "," WS-EB-BRUTO (WS-EB-IDX) DELIMITED BY SIZE
                "," WS-EB-PAJAK (WS-EB-IDX) DELIMITED BY SIZE
                "," WS-EB-FASILITAS DELIMITED BY SIZE
                "," WS-EB-DTP (WS-EB-IDX) DELIMITED BY SIZE
                INTO EBUPOT-OUT-LINE
           END-STRING.
           WRITE EBUPOT-OUT-LINE.
                DISPLAY "=== Maintenance Profil Perusahaan ==="
                DISPLAY "1. Lihat satu perusahaan (cari kode)"
                DISPLAY "2. Tambah/Ubah perusahaan"
                DISPLAY "3. Konversi profil layout lama"
                DISPLAY "9. Kembali ke menu utama"
                DISPLAY "Pilih menu = "
                ACCEPT WS-PRSH-PILIHAN
                         PERFORM PRSH-LIHAT
                    WHEN "2"
                         PERFORM PRSH-UBAH
                    WHEN "3"
                         PERFORM PRSH-KONVERSI
                    WHEN "9"
                         CONTINUE
                    WHEN OTHER
                DISPLAY "NPWP          : " PRS-NPWP
                DISPLAY "Alamat        : " PRS-ALAMAT
                DISPLAY "Penandatangan : " PRS-PENANDATANGAN
                DISPLAY "Fasilitas DTP : " PRS-DTP-FLAG
                DISPLAY "KLU           : " PRS-KLU
           ELSE
                DISPLAY "Kode perusahaan tidak ditemukan : "
                     WS-PRSH-KODE-IN
       PRSH-UBAH.
           DISPLAY "Masukkan kode perusahaan (4 karakter) = ".
           ACCEPT WS-PRSH-KODE-IN.
           MOVE SPACES TO PERUSAHAAN-RECORD.
           MOVE WS-PRSH-KODE-IN TO PRS-KODE.
           DISPLAY "Masukkan nama perusahaan = ".
           ACCEPT PRS-NAMA.
           ACCEPT PRS-ALAMAT.
           DISPLAY "Masukkan nama penandatangan/pemotong = ".
           ACCEPT PRS-PENANDATANGAN.
           DISPLAY "Masukkan KLU perusahaan (5 digit) = ".
           ACCEPT PRS-KLU.
           DISPLAY "Memanfaatkan fasilitas PPh 21 DTP (Y/T) = ".
           MOVE SPACE TO WS-PRSH-DTP-IN.
           ACCEPT WS-PRSH-DTP-IN.
           IF WS-PRSH-DTP-IN = "Y" OR WS-PRSH-DTP-IN = "y"
                MOVE "Y" TO PRS-DTP-FLAG
           ELSE
                MOVE "N" TO PRS-DTP-FLAG
           END-IF.
           PERFORM PRSH-SIMPAN.
           DISPLAY "Profil perusahaan tersimpan : " WS-PRSH-KODE-IN.

      *konversi satu kali profil perusahaan layout lama : seluruh
      *record perusahaan.dat lama ditulis ulang dengan layout baru ke
      *perusahaan-baru.dat (fasilitas DTP "N", KLU kosong); operator
      *me-rename hasilnya menjadi perusahaan.dat, sama seperti
      *konversi master karyawan
       PRSH-KONVERSI.
           MOVE ZERO TO WS-PRSH-KONV-BACA WS-PRSH-KONV-TULIS.
           OPEN INPUT PRSHLAMA-FILE.
           IF WS-PRSHLAMA-STATUS NOT = "00"
                DISPLAY "File profil lama tidak bisa dibuka (status "
                     WS-PRSHLAMA-STATUS "), konversi dibatalkan."
                DISPLAY "Konversi hanya perlu bila file masih "
                     "berlayout lama."
           ELSE
                MOVE WS-PERUSH-FILENAME TO WS-PRSH-FILE-SIMPAN
                MOVE "perusahaan-baru.dat" TO WS-PERUSH-FILENAME
                MOVE LOW-VALUES TO PRSL-KODE
                START PRSHLAMA-FILE KEY IS NOT LESS THAN PRSL-KODE
                     INVALID KEY
                          MOVE "10" TO WS-PRSHLAMA-STATUS
                END-START
                PERFORM UNTIL WS-PRSHLAMA-STATUS NOT = "00"
                     READ PRSHLAMA-FILE NEXT RECORD
                          AT END
                               MOVE "10" TO WS-PRSHLAMA-STATUS
                          NOT AT END
                               PERFORM PRSH-KONVERSI-SATU
                     END-READ
                END-PERFORM
                CLOSE PRSHLAMA-FILE
                MOVE WS-PRSH-FILE-SIMPAN TO WS-PERUSH-FILENAME
                DISPLAY "Konversi selesai : " WS-PRSH-KONV-BACA
                     " record lama dibaca, " WS-PRSH-KONV-TULIS
                     " record baru di perusahaan-baru.dat."
                DISPLAY "Ganti nama perusahaan-baru.dat menjadi "
                     "perusahaan.dat untuk mulai memakainya."
           END-IF.

       PRSH-KONVERSI-SATU.
           ADD 1 TO WS-PRSH-KONV-BACA.
           MOVE SPACES TO PERUSAHAAN-RECORD.
           MOVE PRSL-KODE TO PRS-KODE.
           MOVE PRSL-NAMA TO PRS-NAMA.
           MOVE PRSL-NPWP TO PRS-NPWP.
           MOVE PRSL-ALAMAT TO PRS-ALAMAT.
           MOVE PRSL-PENANDATANGAN TO PRS-PENANDATANGAN.
           MOVE "N" TO PRS-DTP-FLAG.
           PERFORM PRSH-SIMPAN.
           ADD 1 TO WS-PRSH-KONV-TULIS.

      *menyimpan PERUSAHAAN-RECORD, menulis baru atau menimpa
       PRSH-SIMPAN.
           OPEN I-O PERUSH-FILE.
           MOVE ZERO TO WS-DP-COUNT WS-DP-EXC.
           MOVE "N" TO WS-DP-PENUH.
           MOVE ZERO TO WS-DP-TOT-BRUTO WS-DP-TOT-R WS-DP-TOT-B.
           MOVE ZERO TO WS-DP-TOT-F.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT
                MOVE WS-EB-NIK (WS-EB-IDX) TO EMP-NIK
                     MOVE ZERO TO WS-DP-BRUTO (WS-DP-IDX)
                     MOVE ZERO TO WS-DP-PAJAK-R (WS-DP-IDX)
                     MOVE ZERO TO WS-DP-PAJAK-B (WS-DP-IDX)
                     MOVE ZERO TO WS-DP-PAJAK-F (WS-DP-IDX)
                END-IF
           END-IF.
      *    bruto memuat pembayaran sekaligus; pajak finalnya kolom
      *    sendiri supaya total tetap terikat ke trailer GL
           IF WS-DP-IDX > ZERO
                ADD 1 TO WS-DP-ORANG (WS-DP-IDX)
                COMPUTE WS-RK-AMT = WS-EB-BRUTO (WS-EB-IDX) +
                     WS-EB-FP-BRUTO (WS-EB-IDX) +
                     WS-EB-FJ-BRUTO (WS-EB-IDX)
                ADD WS-RK-AMT TO WS-DP-BRUTO (WS-DP-IDX)
                ADD WS-RK-AMT TO WS-DP-TOT-BRUTO
                ADD WS-EB-PAJAK-R (WS-EB-IDX) TO
                     WS-DP-PAJAK-R (WS-DP-IDX)
                ADD WS-EB-PAJAK-B (WS-EB-IDX) TO
                     WS-DP-PAJAK-B (WS-DP-IDX)
                ADD WS-EB-PAJAK-R (WS-EB-IDX) TO WS-DP-TOT-R
                ADD WS-EB-PAJAK-B (WS-EB-IDX) TO WS-DP-TOT-B
                COMPUTE WS-RK-AMT = WS-EB-FP-PAJAK (WS-EB-IDX) +
                     WS-EB-FJ-PAJAK (WS-EB-IDX)
                ADD WS-RK-AMT TO WS-DP-PAJAK-F (WS-DP-IDX)
                ADD WS-RK-AMT TO WS-DP-TOT-F
           END-IF.

      *menulis laporan departemen + angka kontrol + exception
                END-STRING
                WRITE DEPTRPT-OUT-LINE
                MOVE "DEPARTEMEN,ORANG,BRUTO,PAJAK REGULER,PAJAK BONU
      -              "S,PAJAK FINAL" TO DEPTRPT-OUT-LINE
                WRITE DEPTRPT-OUT-LINE
                PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                     UNTIL WS-DP-IDX > WS-DP-COUNT
           MOVE WS-DP-BRUTO (WS-DP-IDX) TO WS-RK-D1.
           MOVE WS-DP-PAJAK-R (WS-DP-IDX) TO WS-RK-D2.
           MOVE WS-DP-PAJAK-B (WS-DP-IDX) TO WS-RK-D3.
           MOVE WS-DP-PAJAK-F (WS-DP-IDX) TO WS-RK-D4.
           MOVE SPACES TO DEPTRPT-OUT-LINE.
           STRING WS-DP-DEPT (WS-DP-IDX) DELIMITED BY SIZE
                "," WS-DP-ORANG-D DELIMITED BY SIZE
                "," WS-RK-D1 DELIMITED BY SIZE
                "," WS-RK-D2 DELIMITED BY SIZE
                "," WS-RK-D3 DELIMITED BY SIZE
                "," WS-RK-D4 DELIMITED BY SIZE
                INTO DEPTRPT-OUT-LINE
           END-STRING.
           WRITE DEPTRPT-OUT-LINE.
           MOVE WS-DP-TOT-BRUTO TO WS-RK-D1.
           MOVE WS-DP-TOT-R TO WS-RK-D2.
           MOVE WS-DP-TOT-B TO WS-RK-D3.
           MOVE WS-DP-TOT-F TO WS-RK-D4.
           MOVE SPACES TO DEPTRPT-OUT-LINE.
           STRING "TOTAL KONTROL," DELIMITED BY SIZE
                WS-EB-COUNT DELIMITED BY SIZE
                "," WS-RK-D1 DELIMITED BY SIZE
                "," WS-RK-D2 DELIMITED BY SIZE
                "," WS-RK-D3 DELIMITED BY SIZE
                "," WS-RK-D4 DELIMITED BY SIZE
                INTO DEPTRPT-OUT-LINE
           END-STRING.
           WRITE DEPTRPT-OUT-LINE.
           MOVE WS-GLT-RUN TO WS-RUN-NOMOR.
           PERFORM GLRUN-BANGUN-NAMA.
           MOVE "N" TO WS-GLT-KETEMU.
           MOVE "N" TO WS-GLT-BALIK.
           MOVE "N" TO WS-EOF-GLRUN.
           OPEN INPUT GLRUN-FILE.
           IF WS-GLRUN-STATUS NOT = "00"
                                    MOVE GLRUN-RECORD (12:15) TO
                                         WS-CKP-GLT-X
                               END-IF
                               IF GLRUN-RECORD (1:1) = "H" AND
                                    GLRUN-RECORD (12:1) = "V"
                                    MOVE "Y" TO WS-GLT-BALIK
                                    MOVE GLRUN-RECORD (13:4) TO
                                         WS-GLT-RUN-ASAL
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE GLRUN-FILE
                     MOVE WS-CKP-GLT-N TO WS-RK-AMT
                     MOVE WS-RK-AMT TO WS-RK-D1
                     MOVE SPACES TO DEPTRPT-OUT-LINE
                     IF WS-GLT-BALIK = "Y"
                          STRING "TRAILER GL RUN " DELIMITED BY SIZE
                               WS-GLT-RUN DELIMITED BY SIZE
                               " PEMBALIK RUN " DELIMITED BY SIZE
                               WS-GLT-RUN-ASAL DELIMITED BY SIZE
                               " TOTAL PAJAK," DELIMITED BY SIZE
                               WS-RK-D1 DELIMITED BY SIZE
                               INTO DEPTRPT-OUT-LINE
                          END-STRING
                     ELSE
                          STRING "TRAILER GL RUN " DELIMITED BY SIZE
                               WS-GLT-RUN DELIMITED BY SIZE
                               " TOTAL PAJAK," DELIMITED BY SIZE
                               WS-RK-D1 DELIMITED BY SIZE
                               INTO DEPTRPT-OUT-LINE
                          END-STRING
                     END-IF
                     WRITE DEPTRPT-OUT-LINE
                END-IF
           END-IF.
                IF WS-HIST-STATUS NOT = "00"
                     DISPLAY "File histori tidak bisa dibuka ("
                          WS-HIST-STATUS "), konversi dibatalkan."
                     IF WS-HIST-STATUS = "39"
                          DISPLAY "Layout histori lama : ganti nama "
                               "file histori lalu ulangi konversi "
                               "dari log."
                     END-IF
                     CLOSE PPH21-LOG-FILE
                ELSE
                     PERFORM UNTIL LOG-EOF
           IF WS-LP-TAHUN IS NUMERIC AND WS-LP-MASA IS NUMERIC
                AND WS-LP-BRUTO IS NUMERIC AND WS-LP-NETTO IS NUMERIC
                AND WS-LP-PKP IS NUMERIC AND WS-LP-PAJAK IS NUMERIC
                MOVE SPACES TO HIST-RECORD
                MOVE WS-LP-TAHUN TO HST-TAHUN
                MOVE WS-LP-MASA TO HST-MASA
                MOVE WS-LP-NIK TO HST-NIK
                MOVE WS-LP-PAJAK TO HST-PAJAK
                MOVE WS-LP-OBJEK TO HST-KODE-OBJEK
                MOVE WS-LP-WAKTU TO HST-WAKTU
                MOVE WS-LP-OPERATOR TO HST-OPERATOR
                IF WS-LP-DTP IS NUMERIC
                     MOVE WS-LP-DTP TO HST-PAJAK-DTP
                ELSE
                     MOVE ZERO TO HST-PAJAK-DTP
                END-IF
                ADD 1 TO WS-HU-TULIS
                WRITE HIST-RECORD
                     INVALID KEY
                                         "histori konversi."
                                    SUBTRACT 1 FROM WS-HU-TULIS
                END-WRITE
           ELSE
      *         baris pembalik : record run yang dibatalkan dibuang
      *         lagi supaya hasil konversi sama dengan histori aktif
                PERFORM LOG-CEK-BALIK
                IF WS-LP-BALIK = "Y" AND WS-LP-TAHUN IS NUMERIC
                     AND WS-LP-MASA IS NUMERIC
                     MOVE WS-LP-TAHUN TO HST-TAHUN
                     MOVE WS-LP-MASA TO HST-MASA
                     MOVE WS-LP-NIK TO HST-NIK
                     MOVE WS-LP-JENIS TO HST-JENIS
                     MOVE WS-LP-RUN-N TO HST-RUN
                     DELETE HIST-FILE RECORD
                          INVALID KEY
                               CONTINUE
                     END-DELETE
                END-IF
           END-IF.

      *arsip tahun tertutup : seluruh record histori tahun terpilih
                    MOVE "NIK TIDAK ADA DI MASTER" TO WS-RP-KET
                    PERFORM RAPEL-TULIS-ERROR
               WHEN EMP-TIPE-PENERIMA = "H" OR
                    EMP-TIPE-PENERIMA = "B" OR
                    EMP-TIPE-PENERIMA = "W"
                    MOVE "BUKAN PEGAWAI TETAP, DILEWATI" TO
                         WS-RP-KET
                    PERFORM RAPEL-TULIS-ERROR
           MOVE WS-RP-NIK TO WS-NIK.
           MOVE EMP-NAMA TO WS-NAMA.
           MOVE EMP-NPWP TO WS-NPWP.
           PERFORM AMBIL-KODE-PTKP-MASTER.
           MOVE WS-EMP-KODE-EFEKTIF TO PILIHAN.
           IF EMP-METODE-PAJAK NOT = SPACE
                MOVE EMP-METODE-PAJAK TO WS-METODE-PAJAK
           END-IF.

      *baris log rapel, jenis "L", format kolom sama dengan TULIS-LOG
       RAPEL-TULIS-LOG.
           MOVE ZERO TO WS-LOG-DTP-N.
           ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-JAM-FULL FROM TIME.
           MOVE WS-LOG-JAM-FULL(1:6) TO WS-LOG-JAM.
                "," WS-LOG-PAJAK-N DELIMITED BY SIZE
                "," WS-RUN-NOMOR DELIMITED BY SIZE
                "," WS-KODE-OBJEK-PAJAK DELIMITED BY SIZE
                "," WS-OPERATOR-ID DELIMITED BY SPACE
                "," WS-LOG-DTP-N DELIMITED BY SIZE
                INTO PPH21-LOG-RECORD
           END-STRING.
           WRITE PPH21-LOG-RECORD.
           MOVE WS-METODE-PAJAK TO GLO-METODE.
           MOVE ZERO TO GLO-TUNJ-PAJAK.
           MOVE WS-KODE-OBJEK-PAJAK TO GLO-KODE-OBJEK.
           MOVE ZERO TO GLO-PAJAK-DTP.
           IF WS-GL-RUN-AKTIF = "Y"
                MOVE GL-OUTPUT-RECORD TO WS-GLRUN-BUF
                MOVE GLO-PAJAK TO WS-GLRUN-PAJAK
           DISPLAY "Kode perusahaan (kosong = default) = ".
           MOVE SPACES TO WS-SP-KODE.
           ACCEPT WS-SP-KODE.
           MOVE SPACES TO SSP-REG-RECORD.
           MOVE WS-TAHUN-PAJAK TO SSP-TAHUN.
           MOVE WS-SP-MASA TO SSP-MASA.
           MOVE WS-SP-KODE TO SSP-KODE-PRSH.
           ACCEPT SSP-JUMLAH.
           DISPLAY "Nomor NTPN = ".
           ACCEPT SSP-NTPN.
           MOVE WS-OPERATOR-ID TO SSP-OPERATOR.
           PERFORM SSP-SIMPAN.
           DISPLAY "Setoran tercatat untuk masa " WS-SP-MASA "/"
                WS-TAHUN-PAJAK " perusahaan " WS-SP-KODE.
                END-STRING
                WRITE SSPRPT-OUT-LINE
                MOVE "MASA,PERUSAHAAN,KEWAJIBAN,DISETOR,TGL BAYAR,NTP
      -              "N,STATUS,PETUGAS" TO SSPRPT-OUT-LINE
                WRITE SSPRPT-OUT-LINE
      *         SSP-BACA-GLRUN menumpang WS-MASA-PAJAK dan
      *         WS-RUN-NOMOR untuk membentuk nama file GL per-run;
                          MOVE ZERO TO WS-SP-TOTAL (WS-SP-IDX)
                     END-IF
                END-IF
      *         bagian PPh 21 DTP dibayar tunai ke karyawan, tidak
      *         termasuk kewajiban setor
                MOVE GLO-PAJAK TO WS-DTP-SETOR-GL
                IF GLO-PAJAK-DTP IS NUMERIC
                     AND GLO-PAJAK-DTP NOT > GLO-PAJAK
                     SUBTRACT GLO-PAJAK-DTP FROM WS-DTP-SETOR-GL
                END-IF
      *         file GL pembalik bernomor run lebih tinggi dari run
      *         asalnya, jadi selalu dikurangkan sesudah ditambahkan
                IF WS-SP-IDX > ZERO
                     IF GLO-PEMBALIK = "Y"
                          SUBTRACT WS-DTP-SETOR-GL FROM
                               WS-SP-TOTAL (WS-SP-IDX)
                     ELSE
                          ADD WS-DTP-SETOR-GL TO
                               WS-SP-TOTAL (WS-SP-IDX)
                     END-IF
                END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-SP-DITEMUKAN NOT = "Y"
                    MOVE ZERO TO SSP-JUMLAH SSP-TGL-BAYAR
                    MOVE SPACES TO SSP-NTPN SSP-OPERATOR
                    MOVE "BELUM DISETOR" TO WS-SP-STATUS-KET
               WHEN SSP-JUMLAH < WS-SP-LIAB-N
                    MOVE "KURANG SETOR" TO WS-SP-STATUS-KET
                "," SSP-TGL-BAYAR DELIMITED BY SIZE
                "," SSP-NTPN DELIMITED BY SIZE
                "," WS-SP-STATUS-KET DELIMITED BY SIZE
                "," SSP-OPERATOR DELIMITED BY SIZE
                INTO SSPRPT-OUT-LINE
           END-STRING.
           WRITE SSPRPT-OUT-LINE.
           MOVE BPR-NOMOR TO WS-A1-NOMOR.
           MOVE BPR-PEMBETULAN TO WS-A1-PEMBETULAN.
           CLOSE BUPOTREG-FILE.

      *simulasi tarif usulan : histori run terakhir tahun/masa
      *terpilih dihitung ulang dengan tabel usulan dan dibandingkan
      *dengan pajak yang sudah dipotong, per karyawan dan per
      *perusahaan. Tidak ada log, histori, slip maupun GL yang
      *ditulis; hasilnya hanya file laporan
       MODE-SIMULASI-PROSES.
           DISPLAY " ".
           DISPLAY "Simulasi tarif usulan tahun " WS-TAHUN-PAJAK
                " masa " WS-MASA-PAJAK.
           PERFORM SIMULASI-SALIN-PTKP-AKTIF.
           MOVE "U" TO WS-RATE-SUMBER.
           PERFORM LOAD-RATE-TABLE.
           IF WS-RATE-BARIS = ZERO
                DISPLAY "Belum ada tarif usulan tahun " WS-TAHUN-PAJAK
                     ", isi dulu lewat menu 3 pilihan 7. Simulasi "
                     "dibatalkan."
           ELSE
                MOVE ZERO TO WS-TU-COUNT WS-RM-COUNT
                MOVE "N" TO WS-RM-PENUH WS-TU-PENUH
      *         masa Desember (true-up) butuh pajak yang sudah
      *         dipotong masa 1-11 sebagai pengurang
                IF WS-MASA-PAJAK = 12
                     MOVE 11 TO WS-TU-MASA-MAX
                     PERFORM TRUEUP-BACA-LOG
                END-IF
                PERFORM SIMULASI-BACA-HIST
                EVALUATE TRUE
                    WHEN WS-HIST-TERSEDIA NOT = "Y"
                         DISPLAY "File histori belum ada, jalankan "
                              "konversi log (menu 11) lebih dulu."
                    WHEN WS-RM-PENUH = "Y" OR WS-TU-PENUH = "Y"
                         OR WS-SM-PENUH = "Y"
                         DISPLAY "Kapasitas tabel histori terlampaui, "
                              "simulasi DIBATALKAN supaya tidak "
                              "menghasilkan angka yang salah."
                    WHEN WS-SM-COUNT = ZERO
                         DISPLAY "Tidak ada histori untuk masa ini, "
                              "tidak ada yang disimulasikan."
                    WHEN OTHER
                         PERFORM SIMULASI-CARI-PRSH
                         PERFORM SIMULASI-TULIS-LAPORAN
                END-EVALUATE
           END-IF.
           MOVE "A" TO WS-RATE-SUMBER.

      *angka histori dihitung dengan PTKP aktif : nilainya disimpan
      *sebelum tabel di memori diganti tabel usulan
       SIMULASI-SALIN-PTKP-AKTIF.
           MOVE ZERO TO WS-SM-PA-COUNT.
           PERFORM VARYING IX-PTKP FROM 1 BY 1
                UNTIL IX-PTKP > WS-PTKP-COUNT
                ADD 1 TO WS-SM-PA-COUNT
                MOVE WS-PTKP-KODE (IX-PTKP) TO
                     WS-SM-PA-KODE (WS-SM-PA-COUNT)
                MOVE WS-PTKP-NILAI (IX-PTKP) TO
                     WS-SM-PA-NILAI (WS-SM-PA-COUNT)
           END-PERFORM.

      *nilai PTKP aktif untuk kode WS-SM-R-KODE (nol bila tidak ada)
       SIMULASI-CARI-PTKP-LAMA.
           MOVE ZERO TO WS-SM-PTKP-LAMA.
           PERFORM VARYING WS-SM-PA-IDX FROM 1 BY 1
                UNTIL WS-SM-PA-IDX > WS-SM-PA-COUNT
                IF WS-SM-PA-KODE (WS-SM-PA-IDX) = WS-SM-R-KODE
                     MOVE WS-SM-PA-NILAI (WS-SM-PA-IDX) TO
                          WS-SM-PTKP-LAMA
                END-IF
           END-PERFORM.

      *membaca histori terindeks tahun+masa terpilih. Key urut run
      *naik per NIK+jenis, jadi record yang terakhir ditahan adalah
      *run tertinggi; baris reguler dan bonus satu NIK dihitung
      *bersama saat NIK berganti karena pajak bonus bergantung pada
      *netto reguler setahun
       SIMULASI-BACA-HIST.
           MOVE "N" TO WS-HIST-TERSEDIA WS-SM-PENUH.
           MOVE ZERO TO WS-SM-COUNT.
           PERFORM SIMULASI-HOLD-KOSONG.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
                IF WS-HIST-STATUS NOT = "35"
                     DISPLAY "File histori tidak bisa dibuka ("
                          WS-HIST-STATUS ")."
                END-IF
           ELSE
                MOVE "Y" TO WS-HIST-TERSEDIA
                MOVE LOW-VALUES TO HST-KEY
                MOVE WS-TAHUN-PAJAK TO HST-TAHUN
                MOVE WS-MASA-PAJAK TO HST-MASA
                START HIST-FILE KEY IS NOT LESS THAN HST-KEY
                     INVALID KEY
                          CONTINUE
                END-START
                PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                     READ HIST-FILE NEXT RECORD
                          AT END
                               MOVE "10" TO WS-HIST-STATUS
                          NOT AT END
                               IF HST-TAHUN NOT = WS-TAHUN-PAJAK
                                    OR HST-MASA NOT = WS-MASA-PAJAK
                                    MOVE "10" TO WS-HIST-STATUS
                               ELSE
      *                             pajak final pembayaran sekaligus
      *                             tidak dihitung dari tarif
      *                             progresif/PTKP, tidak disimulasi
                                    MOVE HST-KODE-OBJEK TO
                                         WS-OBJEK-CEK
                                    IF NOT OBJEK-FINAL
                                         PERFORM SIMULASI-HIST-OLAH
                                    END-IF
                               END-IF
                     END-READ
                END-PERFORM
                IF WS-SM-R-ADA = "Y" OR WS-SM-B-ADA = "Y"
                     PERFORM SIMULASI-HITUNG-NIK
                END-IF
                CLOSE HIST-FILE
           END-IF.

       SIMULASI-HOLD-KOSONG.
           MOVE "N" TO WS-SM-R-ADA WS-SM-B-ADA.
           MOVE SPACES TO WS-SM-R-PERIODE WS-SM-R-KODE WS-SM-R-OBJEK.
           MOVE ZERO TO WS-SM-R-BRUTO WS-SM-R-NETTO WS-SM-R-PKP
                WS-SM-R-PAJAK WS-SM-B-BRUTO WS-SM-B-PAJAK.

       SIMULASI-HIST-OLAH.
           IF (WS-SM-R-ADA = "Y" OR WS-SM-B-ADA = "Y")
                AND HST-NIK NOT = WS-SM-NIK-HOLD
                PERFORM SIMULASI-HITUNG-NIK
           END-IF.
           MOVE HST-NIK TO WS-SM-NIK-HOLD.
           IF HST-JENIS = "B"
                MOVE "Y" TO WS-SM-B-ADA
                MOVE HST-BRUTO TO WS-SM-B-BRUTO
                MOVE HST-PAJAK TO WS-SM-B-PAJAK
           ELSE
                MOVE "Y" TO WS-SM-R-ADA
                MOVE HST-PERIODE TO WS-SM-R-PERIODE
                MOVE HST-KODE-PTKP TO WS-SM-R-KODE
                MOVE HST-KODE-OBJEK TO WS-SM-R-OBJEK
                MOVE HST-BRUTO TO WS-SM-R-BRUTO
                MOVE HST-NETTO TO WS-SM-R-NETTO
                MOVE HST-PKP TO WS-SM-R-PKP
                MOVE HST-PAJAK TO WS-SM-R-PAJAK
           END-IF.

      *hitung ulang satu NIK lalu catat ke tabel hasil simulasi;
      *bagian yang tidak bisa dihitung ulang memakai angka lama
       SIMULASI-HITUNG-NIK.
           MOVE SPACES TO WS-SM-KET-IN.
           MOVE ZERO TO PTKP PKP NILAI-PAJAK.
           MOVE WS-SM-R-PAJAK TO WS-SM-BARU-R.
           MOVE WS-SM-B-PAJAK TO WS-SM-BARU-B.
           IF WS-SM-R-ADA = "Y"
                PERFORM SIMULASI-HITUNG-REGULER
           END-IF.
           IF WS-SM-B-ADA = "Y"
                PERFORM SIMULASI-HITUNG-BONUS
           END-IF.
           PERFORM SIMULASI-TAMBAH.
           PERFORM SIMULASI-HOLD-KOSONG.

      *jalur per kode objek sama dengan PROSES-HITUNG : tidak tetap
      *hanya bagian DPP 50% yang memakai tabel tarif (0,5% dan
      *batas harian tetap), bukan pegawai DPP 50% progresif, pegawai
      *tetap lewat PTKP + tarif/TER usulan
       SIMULASI-HITUNG-REGULER.
           MOVE WS-SM-R-KODE TO PILIHAN.
           EVALUATE WS-SM-R-OBJEK
               WHEN "21-100-03"
                    IF WS-SM-R-PKP NOT = ZERO
                         AND WS-SM-R-PKP NOT = WS-SM-R-BRUTO
                         MOVE WS-SM-R-PKP TO PKP
                         PERFORM HITUNG-PAJAK
                         MOVE NILAI-PAJAK TO WS-SM-BARU-R
                    ELSE
                         MOVE "TARIF HARIAN TETAP" TO WS-SM-KET-IN
                    END-IF
                    MOVE ZERO TO PTKP
               WHEN "21-100-09"
                    MOVE WS-SM-R-PKP TO PKP
                    PERFORM HITUNG-PAJAK
                    MOVE NILAI-PAJAK TO WS-SM-BARU-R
                    MOVE ZERO TO PTKP
               WHEN "27-100-99"
                    MOVE "PPH 26 TARIF TETAP" TO WS-SM-KET-IN
                    MOVE ZERO TO PTKP
               WHEN OTHER
                    PERFORM SIMULASI-SETAHUN
                    IF PTKP = ZERO
                         MOVE "KODE PTKP TIDAK ADA DI USULAN" TO
                              WS-SM-KET-IN
                    ELSE
                         PERFORM SIMULASI-HITUNG-TETAP
                    END-IF
           END-EVALUATE.

      *netto setahun pegawai tetap diturunkan dari histori : PKP
      *setahun + PTKP aktif (PKP dibulatkan ribuan, selisihnya di
      *bawah Rp1.000); bila PKP nol, dari netto yang tercatat. Lalu
      *PKP dan pajak setahun dihitung dengan PTKP dan tarif usulan
       SIMULASI-SETAHUN.
           PERFORM SIMULASI-CARI-PTKP-LAMA.
           EVALUATE TRUE
               WHEN WS-SM-R-PERIODE = "T"
                    MOVE WS-SM-R-NETTO TO WS-SM-SETAHUN
               WHEN WS-SM-R-PKP > ZERO
                    COMPUTE WS-SM-SETAHUN =
                         WS-SM-R-PKP + WS-SM-PTKP-LAMA
               WHEN WS-SM-R-PERIODE = "D"
                    MOVE WS-SM-NIK-HOLD TO WS-CARI-NIK
                    PERFORM TRUEUP-CARI-NIK-TABEL
                    IF TU-KETEMU
                         COMPUTE WS-SM-SETAHUN =
                              WS-TU-NETTO (WS-TU-IDX) + WS-SM-R-NETTO
                    ELSE
                         MOVE WS-SM-R-NETTO TO WS-SM-SETAHUN
                    END-IF
               WHEN OTHER
                    COMPUTE WS-SM-SETAHUN = WS-SM-R-NETTO * 12
           END-EVALUATE.
           MOVE WS-SM-SETAHUN TO INPUT-USER.
           PERFORM AMBIL-PTKP.
           IF PTKP > ZERO
                PERFORM HITUNG-PKP
                PERFORM HITUNG-PAJAK
           END-IF.

      *pajak reguler baru pegawai tetap sesuai periode histori :
      *masa 1-11 TER usulan atas bruto sebulan, masa Desember
      *bulanan pajak setahun dibagi faktor setahun (diturunkan dari
      *netto setahun lawan netto sebulan), true-up Desember pajak
      *setahun dikurangi potongan masa 1-11, run tahunan pajak
      *setahun itu sendiri
       SIMULASI-HITUNG-TETAP.
           EVALUATE TRUE
               WHEN WS-SM-R-PERIODE = "B" AND WS-MASA-PAJAK < 12
                    MOVE WS-SM-R-BRUTO TO WS-GROSS-INPUT
                    MOVE 12 TO WS-FAKTOR-SETAHUN
                    MOVE 1 TO WS-BULAN-KERJA
                    PERFORM HITUNG-TER-BULANAN
                    MOVE WS-NILAI-PAJAK-BULANAN TO WS-SM-BARU-R
               WHEN WS-SM-R-PERIODE = "B"
                    MOVE 12 TO WS-SM-FAKTOR
                    IF WS-SM-R-NETTO > ZERO
                         COMPUTE WS-SM-FAKTOR ROUNDED =
                              WS-SM-SETAHUN / WS-SM-R-NETTO
                    END-IF
                    IF WS-SM-FAKTOR < 1 OR WS-SM-FAKTOR > 12
                         MOVE 12 TO WS-SM-FAKTOR
                    END-IF
                    MOVE WS-SM-FAKTOR TO WS-FAKTOR-SETAHUN
                    MOVE 1 TO WS-BULAN-KERJA
                    PERFORM HITUNG-PRORATA-BULANAN
                    MOVE WS-NILAI-PAJAK-BULANAN TO WS-SM-BARU-R
               WHEN WS-SM-R-PERIODE = "D"
                    MOVE ZERO TO WS-TU-DIPOTONG
                    MOVE WS-SM-NIK-HOLD TO WS-CARI-NIK
                    PERFORM TRUEUP-CARI-NIK-TABEL
                    IF TU-KETEMU
                         MOVE WS-TU-PAJAK (WS-TU-IDX) TO
                              WS-TU-DIPOTONG
                    END-IF
                    IF NILAI-PAJAK > WS-TU-DIPOTONG
                         COMPUTE WS-SM-BARU-R =
                              NILAI-PAJAK - WS-TU-DIPOTONG
                    ELSE
                         MOVE ZERO TO WS-SM-BARU-R
                    END-IF
               WHEN OTHER
                    MOVE NILAI-PAJAK TO WS-SM-BARU-R
           END-EVALUATE.

      *pajak bonus metode selisih dengan tabel usulan, di atas netto
      *reguler setahun yang baru dihitung SIMULASI-SETAHUN
       SIMULASI-HITUNG-BONUS.
           IF WS-SM-R-ADA = "Y" AND PTKP > ZERO
                MOVE WS-SM-SETAHUN TO INPUT-USER
                MOVE WS-SM-B-BRUTO TO WS-BONUS-INPUT
                PERFORM HITUNG-PAJAK-BONUS
                MOVE WS-PAJAK-BONUS TO WS-SM-BARU-B
           ELSE
                IF WS-SM-KET-IN = SPACES
                     MOVE "BONUS TANPA BARIS REGULER" TO WS-SM-KET-IN
                END-IF
           END-IF.

       SIMULASI-TAMBAH.
           IF WS-SM-COUNT >= 5000
                IF WS-SM-PENUH NOT = "Y"
                     MOVE "Y" TO WS-SM-PENUH
                     DISPLAY "Tabel simulasi penuh (maks 5000 NIK), "
                          "histori tidak lengkap."
                END-IF
           ELSE
                ADD 1 TO WS-SM-COUNT
                MOVE WS-SM-COUNT TO WS-SM-IDX
                MOVE WS-SM-NIK-HOLD TO WS-SM-NIK (WS-SM-IDX)
                MOVE SPACES TO WS-SM-PRSH (WS-SM-IDX)
                MOVE "N" TO WS-SM-GL-ADA (WS-SM-IDX)
                MOVE WS-SM-R-KODE TO WS-SM-KODE (WS-SM-IDX)
                MOVE WS-SM-R-OBJEK TO WS-SM-OBJEK (WS-SM-IDX)
                COMPUTE WS-SM-BRUTO (WS-SM-IDX) =
                     WS-SM-R-BRUTO + WS-SM-B-BRUTO
                COMPUTE WS-SM-LAMA (WS-SM-IDX) =
                     WS-SM-R-PAJAK + WS-SM-B-PAJAK
                COMPUTE WS-SM-BARU (WS-SM-IDX) =
                     WS-SM-BARU-R + WS-SM-BARU-B
                MOVE WS-SM-KET-IN TO WS-SM-KET (WS-SM-IDX)
           END-IF.

      *peta NIK -> perusahaan dari record detail file GL per-run
      *masa terpilih, dipakai bersama oleh simulasi tarif, SPT Masa,
      *peringatan kurang potong dan realisasi DTP. Run naik, jadi run
      *terakhir yang menang; file pembalik (header flag "V") dan file
      *run yang dibatalkannya dilewati supaya NIK kembali ke
      *perusahaan run yang berlaku lagi
       GLRUN-PETA-PRSH.
           MOVE ZERO TO WS-GP-COUNT WS-GV-COUNT.
           MOVE "N" TO WS-GP-PENUH.
           MOVE WS-MASA-PAJAK TO WS-PRD-MASA-IN.
           PERFORM PERIODE-BACA.
           IF WS-PRD-DITEMUKAN = "Y" AND PRD-RUN-TERAKHIR > ZERO
                MOVE WS-RUN-NOMOR TO WS-SIMPAN-RUN
                PERFORM VARYING WS-GLT-RUN FROM 1 BY 1
                     UNTIL WS-GLT-RUN > PRD-RUN-TERAKHIR
                     PERFORM GLRUN-PETA-HEADER
                END-PERFORM
                PERFORM VARYING WS-GLT-RUN FROM 1 BY 1
                     UNTIL WS-GLT-RUN > PRD-RUN-TERAKHIR
                     PERFORM GLRUN-PETA-CEK-BATAL
                     IF WS-GV-LEWATI NOT = "Y"
                          PERFORM GLRUN-PETA-BACA
                     END-IF
                END-PERFORM
                MOVE WS-SIMPAN-RUN TO WS-RUN-NOMOR
           END-IF.

      *header file pembalik : catat run pembalik dan run asalnya
       GLRUN-PETA-HEADER.
           MOVE WS-GLT-RUN TO WS-RUN-NOMOR.
           PERFORM GLRUN-BANGUN-NAMA.
           OPEN INPUT GLRUN-FILE.
           IF WS-GLRUN-STATUS = "00"
                READ GLRUN-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          IF GLRUN-RECORD (1:1) = "H" AND
                               GLRUN-RECORD (12:1) = "V"
                               AND WS-GV-COUNT < 199
                               ADD 1 TO WS-GV-COUNT
                               MOVE WS-GLT-RUN TO
                                    WS-GV-RUN (WS-GV-COUNT)
                               ADD 1 TO WS-GV-COUNT
                               MOVE GLRUN-RECORD (13:4) TO
                                    WS-GV-RUN (WS-GV-COUNT)
                          END-IF
                END-READ
                CLOSE GLRUN-FILE
           END-IF.

       GLRUN-PETA-CEK-BATAL.
           MOVE "N" TO WS-GV-LEWATI.
           MOVE WS-GLT-RUN TO WS-GV-RUN-IN.
           PERFORM VARYING WS-GV-IDX FROM 1 BY 1
                UNTIL WS-GV-IDX > WS-GV-COUNT OR WS-GV-LEWATI = "Y"
                IF WS-GV-RUN (WS-GV-IDX) = WS-GV-RUN-IN
                     MOVE "Y" TO WS-GV-LEWATI
                END-IF
           END-PERFORM.

       GLRUN-PETA-BACA.
           MOVE WS-GLT-RUN TO WS-RUN-NOMOR.
           PERFORM GLRUN-BANGUN-NAMA.
           MOVE "N" TO WS-EOF-GLRUN.
           OPEN INPUT GLRUN-FILE.
           IF WS-GLRUN-STATUS = "00"
                PERFORM UNTIL WS-EOF-GLRUN = "Y"
                     READ GLRUN-FILE
                          AT END
                               MOVE "Y" TO WS-EOF-GLRUN
                          NOT AT END
                               IF GLRUN-RECORD (1:1) NOT = "H" AND
                                    GLRUN-RECORD (1:1) NOT = "T"
                                    PERFORM GLRUN-PETA-NIK
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE GLRUN-FILE
           END-IF.

       GLRUN-PETA-NIK.
           MOVE GLRUN-RECORD TO GL-OUTPUT-RECORD.
           MOVE GLO-NIK TO WS-CARI-NIK.
           PERFORM GLRUN-PETA-CARI.
           IF WS-GP-KETEMU = "Y"
                MOVE GLO-KODE-PERUSAHAAN TO WS-GP-PRSH (WS-GP-IDX)
           ELSE
                IF WS-GP-COUNT >= 5000
                     IF WS-GP-PENUH NOT = "Y"
                          MOVE "Y" TO WS-GP-PENUH
                          DISPLAY "Tabel NIK file GL penuh (maks "
                               "5000), sisa NIK dianggap tanpa GL."
                     END-IF
                ELSE
                     ADD 1 TO WS-GP-COUNT
                     MOVE GLO-NIK TO WS-GP-NIK (WS-GP-COUNT)
                     MOVE GLO-KODE-PERUSAHAAN TO
                          WS-GP-PRSH (WS-GP-COUNT)
                END-IF
           END-IF.

      *mencari WS-CARI-NIK di peta NIK -> perusahaan
       GLRUN-PETA-CARI.
           MOVE "N" TO WS-GP-KETEMU.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                UNTIL WS-GP-IDX > WS-GP-COUNT OR WS-GP-KETEMU = "Y"
                IF WS-GP-NIK (WS-GP-IDX) = WS-CARI-NIK
                     MOVE "Y" TO WS-GP-KETEMU
                END-IF
           END-PERFORM.
           IF WS-GP-KETEMU = "Y"
                SUBTRACT 1 FROM WS-GP-IDX
           END-IF.

      *perusahaan tiap NIK dari peta NIK -> perusahaan file GL
      *per-run masa itu (GLRUN-PETA-PRSH), lalu hasil simulasi
      *disubtotalkan per perusahaan
       SIMULASI-CARI-PRSH.
           PERFORM GLRUN-PETA-PRSH.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                UNTIL WS-SM-IDX > WS-SM-COUNT
                MOVE WS-SM-NIK (WS-SM-IDX) TO WS-CARI-NIK
                PERFORM GLRUN-PETA-CARI
                IF WS-GP-KETEMU = "Y"
                     MOVE WS-GP-PRSH (WS-GP-IDX) TO
                          WS-SM-PRSH (WS-SM-IDX)
                     MOVE "Y" TO WS-SM-GL-ADA (WS-SM-IDX)
                END-IF
           END-PERFORM.
           MOVE ZERO TO WS-SMP-COUNT WS-SM-TOT-LAMA WS-SM-TOT-BARU.
           MOVE "N" TO WS-SMP-PENUH.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                UNTIL WS-SM-IDX > WS-SM-COUNT
                PERFORM SIMULASI-TAMBAH-PRSH
           END-PERFORM.

      *NIK tanpa record GL masuk bucket tersendiri, tidak menumpang
      *ke perusahaan default
       SIMULASI-TAMBAH-PRSH.
           MOVE "N" TO WS-SMP-KETEMU.
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                UNTIL WS-SMP-IDX > WS-SMP-COUNT OR WS-SMP-KETEMU = "Y"
                IF WS-SMP-PRSH (WS-SMP-IDX) = WS-SM-PRSH (WS-SM-IDX)
                     AND WS-SMP-GL-ADA (WS-SMP-IDX) =
                          WS-SM-GL-ADA (WS-SM-IDX)
                     MOVE "Y" TO WS-SMP-KETEMU
                END-IF
           END-PERFORM.
           IF WS-SMP-KETEMU = "Y"
                SUBTRACT 1 FROM WS-SMP-IDX
           ELSE
                IF WS-SMP-COUNT >= 50
                     IF WS-SMP-PENUH NOT = "Y"
                          MOVE "Y" TO WS-SMP-PENUH
                          DISPLAY "Tabel perusahaan simulasi penuh "
                               "(maks 50), ringkasan TIDAK lengkap."
                     END-IF
                     MOVE ZERO TO WS-SMP-IDX
                ELSE
                     ADD 1 TO WS-SMP-COUNT
                     MOVE WS-SMP-COUNT TO WS-SMP-IDX
                     MOVE WS-SM-PRSH (WS-SM-IDX) TO
                          WS-SMP-PRSH (WS-SMP-IDX)
                     MOVE WS-SM-GL-ADA (WS-SM-IDX) TO
                          WS-SMP-GL-ADA (WS-SMP-IDX)
                     MOVE ZERO TO WS-SMP-ORANG (WS-SMP-IDX)
                     MOVE ZERO TO WS-SMP-LAMA (WS-SMP-IDX)
                     MOVE ZERO TO WS-SMP-BARU (WS-SMP-IDX)
                END-IF
           END-IF.
           IF WS-SMP-IDX > ZERO
                ADD 1 TO WS-SMP-ORANG (WS-SMP-IDX)
                ADD WS-SM-LAMA (WS-SM-IDX) TO WS-SMP-LAMA (WS-SMP-IDX)
                ADD WS-SM-BARU (WS-SM-IDX) TO WS-SMP-BARU (WS-SMP-IDX)
           END-IF.
           ADD WS-SM-LAMA (WS-SM-IDX) TO WS-SM-TOT-LAMA.
           ADD WS-SM-BARU (WS-SM-IDX) TO WS-SM-TOT-BARU.

      *menulis laporan selisih : rincian per karyawan, ringkasan per
      *perusahaan dan total
       SIMULASI-TULIS-LAPORAN.
           MOVE SPACES TO WS-SIMRPT-FILENAME.
           STRING "simulasi-tarif-" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-SIMRPT-FILENAME
           END-STRING.
           OPEN OUTPUT SIMRPT-FILE.
           IF WS-SIMRPT-STATUS NOT = "00"
                DISPLAY "Gagal membuka file laporan : "
                     WS-SIMRPT-FILENAME
                DISPLAY "File status : " WS-SIMRPT-STATUS
           ELSE
                MOVE SPACES TO SIMRPT-OUT-LINE
                STRING "SIMULASI TARIF USULAN TAHUN " DELIMITED BY SIZE
                     WS-TAHUN-PAJAK DELIMITED BY SIZE
                     " MASA " WS-MASA-PAJAK DELIMITED BY SIZE
                     " (TIDAK DIPOSTING)" DELIMITED BY SIZE
                     INTO SIMRPT-OUT-LINE
                END-STRING
                WRITE SIMRPT-OUT-LINE
                MOVE "PAJAK LAMA = HISTORI RUN TERAKHIR, PAJAK BARU =
      -              " HITUNG ULANG DENGAN TARIF USULAN" TO
                     SIMRPT-OUT-LINE
                WRITE SIMRPT-OUT-LINE
                MOVE SPACES TO SIMRPT-OUT-LINE
                STRING "NIK,NAMA,PERUSAHAAN,KODE PTKP,KODE OBJEK,"
                     DELIMITED BY SIZE
                     "BRUTO,PAJAK LAMA,PAJAK BARU,SELISIH,"
                     DELIMITED BY SIZE
                     "KETERANGAN" DELIMITED BY SIZE
                     INTO SIMRPT-OUT-LINE
                END-STRING
                WRITE SIMRPT-OUT-LINE
                PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                     UNTIL WS-SM-IDX > WS-SM-COUNT
                     PERFORM SIMULASI-TULIS-SATU
                END-PERFORM
                MOVE "RINGKASAN PER PERUSAHAAN" TO SIMRPT-OUT-LINE
                WRITE SIMRPT-OUT-LINE
                MOVE "PERUSAHAAN,NAMA PERUSAHAAN,ORANG,PAJAK LAMA,PAJA
      -              "K BARU,SELISIH" TO SIMRPT-OUT-LINE
                WRITE SIMRPT-OUT-LINE
                PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                     UNTIL WS-SMP-IDX > WS-SMP-COUNT
                     PERFORM SIMULASI-TULIS-PRSH
                END-PERFORM
                IF WS-SMP-PENUH = "Y"
                     MOVE "PERHATIAN : TABEL PERUSAHAAN PENUH, RINGKAS
      -                   "AN TIDAK LENGKAP" TO SIMRPT-OUT-LINE
                     WRITE SIMRPT-OUT-LINE
                END-IF
                MOVE WS-SM-COUNT TO WS-SM-D-ORANG
                MOVE WS-SM-TOT-LAMA TO WS-SM-D-LAMA
                MOVE WS-SM-TOT-BARU TO WS-SM-D-BARU
                COMPUTE WS-SM-SELISIH =
                     WS-SM-TOT-BARU - WS-SM-TOT-LAMA
                MOVE WS-SM-SELISIH TO WS-SM-D-SELISIH
                MOVE SPACES TO SIMRPT-OUT-LINE
                STRING "TOTAL,," DELIMITED BY SIZE
                     WS-SM-D-ORANG DELIMITED BY SIZE
                     "," WS-SM-D-LAMA DELIMITED BY SIZE
                     "," WS-SM-D-BARU DELIMITED BY SIZE
                     "," WS-SM-D-SELISIH DELIMITED BY SIZE
                     INTO SIMRPT-OUT-LINE
                END-STRING
                WRITE SIMRPT-OUT-LINE
                CLOSE SIMRPT-FILE
                DISPLAY "Selesai. " WS-SM-COUNT " karyawan, "
                     WS-SMP-COUNT " perusahaan, selisih total "
                     WS-SM-D-SELISIH
                DISPLAY "Laporan di file " WS-SIMRPT-FILENAME
           END-IF.

      *label perusahaan di laporan : kosong = profil default, NIK
      *tanpa record GL ditandai tersendiri. Dipakai baris per NIK dan
      *baris per perusahaan, pemanggil mengisi WS-SM-LBL-PRSH dan
      *WS-SM-LBL-GL-ADA lebih dulu
       SIMULASI-LABEL-PRSH.
           EVALUATE TRUE
               WHEN WS-SM-LBL-GL-ADA NOT = "Y"
                    MOVE "(TANPA GL)" TO WS-SM-PRSH-D
               WHEN WS-SM-LBL-PRSH = SPACES
                    MOVE "(DEFAULT)" TO WS-SM-PRSH-D
               WHEN OTHER
                    MOVE WS-SM-LBL-PRSH TO WS-SM-PRSH-D
           END-EVALUATE.

       SIMULASI-TULIS-SATU.
           MOVE WS-SM-PRSH (WS-SM-IDX) TO WS-SM-LBL-PRSH.
           MOVE WS-SM-GL-ADA (WS-SM-IDX) TO WS-SM-LBL-GL-ADA.
           PERFORM SIMULASI-LABEL-PRSH.
           MOVE WS-SM-NIK (WS-SM-IDX) TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           IF EMP-DITEMUKAN
                MOVE EMP-NAMA TO WS-SM-NAMA-D
           ELSE
                MOVE "(TIDAK DI MASTER)" TO WS-SM-NAMA-D
           END-IF.
           MOVE WS-SM-BRUTO (WS-SM-IDX) TO WS-SM-D-BRUTO.
           MOVE WS-SM-LAMA (WS-SM-IDX) TO WS-SM-D-LAMA.
           MOVE WS-SM-BARU (WS-SM-IDX) TO WS-SM-D-BARU.
           COMPUTE WS-SM-SELISIH =
                WS-SM-BARU (WS-SM-IDX) - WS-SM-LAMA (WS-SM-IDX).
           MOVE WS-SM-SELISIH TO WS-SM-D-SELISIH.
           MOVE SPACES TO SIMRPT-OUT-LINE.
           STRING WS-SM-NIK (WS-SM-IDX) DELIMITED BY SPACE
                "," WS-SM-NAMA-D DELIMITED BY SIZE
                "," WS-SM-PRSH-D DELIMITED BY SIZE
                "," WS-SM-KODE (WS-SM-IDX) DELIMITED BY SIZE
                "," WS-SM-OBJEK (WS-SM-IDX) DELIMITED BY SIZE
                "," WS-SM-D-BRUTO DELIMITED BY SIZE
                "," WS-SM-D-LAMA DELIMITED BY SIZE
                "," WS-SM-D-BARU DELIMITED BY SIZE
                "," WS-SM-D-SELISIH DELIMITED BY SIZE
                "," WS-SM-KET (WS-SM-IDX) DELIMITED BY SIZE
                INTO SIMRPT-OUT-LINE
           END-STRING.
           WRITE SIMRPT-OUT-LINE.

       SIMULASI-TULIS-PRSH.
           MOVE WS-SMP-PRSH (WS-SMP-IDX) TO WS-SM-LBL-PRSH.
           MOVE WS-SMP-GL-ADA (WS-SMP-IDX) TO WS-SM-LBL-GL-ADA.
           PERFORM SIMULASI-LABEL-PRSH.
           MOVE SPACES TO WS-SM-NAMA-D.
           IF WS-SMP-GL-ADA (WS-SMP-IDX) = "Y"
                IF WS-SMP-PRSH (WS-SMP-IDX) = SPACES
                     MOVE WS-PRSH-NAMA-DEFAULT TO WS-SM-NAMA-D
                ELSE
                     MOVE WS-SMP-PRSH (WS-SMP-IDX) TO WS-PRSH-KODE-IN
                     PERFORM PERUSAHAAN-BACA
                     IF WS-PRSH-DITEMUKAN = "Y"
                          MOVE PRS-NAMA TO WS-SM-NAMA-D
                     END-IF
                END-IF
           END-IF.
           MOVE WS-SMP-ORANG (WS-SMP-IDX) TO WS-SM-D-ORANG.
           MOVE WS-SMP-LAMA (WS-SMP-IDX) TO WS-SM-D-LAMA.
           MOVE WS-SMP-BARU (WS-SMP-IDX) TO WS-SM-D-BARU.
           COMPUTE WS-SM-SELISIH =
                WS-SMP-BARU (WS-SMP-IDX) - WS-SMP-LAMA (WS-SMP-IDX).
           MOVE WS-SM-SELISIH TO WS-SM-D-SELISIH.
           MOVE SPACES TO SIMRPT-OUT-LINE.
           STRING WS-SM-PRSH-D DELIMITED BY SIZE
                "," WS-SM-NAMA-D DELIMITED BY SIZE
                "," WS-SM-D-ORANG DELIMITED BY SIZE
                "," WS-SM-D-LAMA DELIMITED BY SIZE
                "," WS-SM-D-BARU DELIMITED BY SIZE
                "," WS-SM-D-SELISIH DELIMITED BY SIZE
                INTO SIMRPT-OUT-LINE
           END-STRING.
           WRITE SIMRPT-OUT-LINE.

      *SPT Masa PPh 21/26 induk per perusahaan untuk tahun/masa
      *terpilih : jumlah penerima, bruto dan PPh per kode objek dari
      *histori run terakhir (sama dengan yang diexport ke e-Bupot),
      *baris setoran dari register SSP, dan kontrol dipotong lawan
      *bukti potong lawan disetor. Bila dicatat sebagai yang
      *dilaporkan, angka disimpan di register SPT; lapor ulang
      *dengan angka berbeda menjadi pembetulan berikutnya
       MODE-SPT-PROSES.
           DISPLAY " ".
           DISPLAY "SPT Masa PPh 21/26 tahun " WS-TAHUN-PAJAK
                " masa " WS-MASA-PAJAK.
           PERFORM EBUPOT-BACA-LOG.
           EVALUATE TRUE
               WHEN WS-RM-PENUH = "Y"
                    DISPLAY "Kapasitas tabel histori terlampaui, "
                         "SPT DIBATALKAN supaya tidak "
                         "menghasilkan angka yang salah."
               WHEN WS-EB-COUNT = ZERO
                    DISPLAY "Tidak ada histori untuk masa ini, "
                         "SPT tidak dibuat."
               WHEN OTHER
                    PERFORM SPT-CARI-PRSH
                    PERFORM SPT-AGREGASI
                    IF WS-ST-PENUH = "Y" OR WS-ST-OBJ-PENUH = "Y"
                         DISPLAY "Kapasitas tabel SPT terlampaui, "
                              "SPT DIBATALKAN supaya tidak "
                              "menghasilkan angka yang salah."
                    ELSE
                         PERFORM SPT-TANYA-LAPOR
                         PERFORM SPT-TULIS-LAPORAN
                    END-IF
           END-EVALUATE.

      *perusahaan tiap NIK dari peta NIK -> perusahaan file GL
      *per-run masa itu (GLRUN-PETA-PRSH)
       SPT-CARI-PRSH.
           PERFORM GLRUN-PETA-PRSH.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT
                MOVE SPACES TO WS-ST-NIK-PRSH (WS-EB-IDX)
                MOVE "N" TO WS-ST-NIK-GL (WS-EB-IDX)
                MOVE WS-EB-NIK (WS-EB-IDX) TO WS-CARI-NIK
                PERFORM GLRUN-PETA-CARI
                IF WS-GP-KETEMU = "Y"
                     MOVE WS-GP-PRSH (WS-GP-IDX) TO
                          WS-ST-NIK-PRSH (WS-EB-IDX)
                     MOVE "Y" TO WS-ST-NIK-GL (WS-EB-IDX)
                END-IF
           END-PERFORM.

      *agregasi per perusahaan x kode objek, ditambah pajak yang
      *tercatat di register bukti potong untuk NIK yang sama
       SPT-AGREGASI.
           MOVE ZERO TO WS-ST-COUNT.
           MOVE "N" TO WS-ST-PENUH WS-ST-OBJ-PENUH.
           MOVE "N" TO WS-ST-BUPOT-BUKA.
           OPEN INPUT BUPOTREG-FILE.
           IF WS-BUPOTREG-STATUS = "00"
                MOVE "Y" TO WS-ST-BUPOT-BUKA
           END-IF.
           MOVE "N" TO WS-ST-BUPOTF-BUKA.
           OPEN INPUT BUPOTFIN-FILE.
           IF WS-BUPOTFIN-STATUS = "00"
                MOVE "Y" TO WS-ST-BUPOTF-BUKA
           END-IF.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT
                PERFORM SPT-TAMBAH
           END-PERFORM.
           IF WS-ST-BUPOT-BUKA = "Y"
                CLOSE BUPOTREG-FILE
           END-IF.
           IF WS-ST-BUPOTF-BUKA = "Y"
                CLOSE BUPOTFIN-FILE
           END-IF.

      *pembayaran sekaligus NIK yang sama masuk ke baris objek
      *finalnya sendiri dan dicocokkan ke register bukti potong final
       SPT-TAMBAH.
           PERFORM SPT-CARI-PRSH-TABEL.
           IF WS-ST-IDX > ZERO
                IF WS-EB-REG-ADA (WS-EB-IDX) = "Y"
                     MOVE WS-EB-OBJEK (WS-EB-IDX) TO WS-ST-OBJ-IN
                     IF WS-ST-OBJ-IN = SPACES
                          MOVE "21-100-01" TO WS-ST-OBJ-IN
                     END-IF
                     MOVE WS-EB-BRUTO (WS-EB-IDX) TO WS-ST-BRUTO-IN
                     MOVE WS-EB-PAJAK (WS-EB-IDX) TO WS-ST-PAJAK-IN
                     PERFORM SPT-TAMBAH-OBJEK
                     PERFORM SPT-BACA-BUPOT
                     ADD WS-EB-DTP (WS-EB-IDX) TO WS-ST-DTP (WS-ST-IDX)
                END-IF
                IF WS-EB-FP-BRUTO (WS-EB-IDX) > ZERO
                     MOVE "21-401-01" TO WS-ST-OBJ-IN
                     MOVE WS-EB-FP-BRUTO (WS-EB-IDX) TO WS-ST-BRUTO-IN
                     MOVE WS-EB-FP-PAJAK (WS-EB-IDX) TO WS-ST-PAJAK-IN
                     PERFORM SPT-TAMBAH-OBJEK
                     PERFORM SPT-BACA-BUPOT-FINAL
                END-IF
                IF WS-EB-FJ-BRUTO (WS-EB-IDX) > ZERO
                     MOVE "21-401-02" TO WS-ST-OBJ-IN
                     MOVE WS-EB-FJ-BRUTO (WS-EB-IDX) TO WS-ST-BRUTO-IN
                     MOVE WS-EB-FJ-PAJAK (WS-EB-IDX) TO WS-ST-PAJAK-IN
                     PERFORM SPT-TAMBAH-OBJEK
                     PERFORM SPT-BACA-BUPOT-FINAL
                END-IF
                ADD 1 TO WS-ST-ORANG (WS-ST-IDX)
           END-IF.

      *menambahkan WS-ST-BRUTO-IN/WS-ST-PAJAK-IN ke objek
      *WS-ST-OBJ-IN dan ke jumlah perusahaan
       SPT-TAMBAH-OBJEK.
           PERFORM SPT-CARI-OBJEK.
           IF WS-ST-OBJ-IDX > ZERO
                ADD 1 TO WS-ST-OBJ-ORANG (WS-ST-IDX, WS-ST-OBJ-IDX)
                ADD WS-ST-BRUTO-IN TO
                     WS-ST-OBJ-BRUTO (WS-ST-IDX, WS-ST-OBJ-IDX)
                ADD WS-ST-PAJAK-IN TO
                     WS-ST-OBJ-PAJAK (WS-ST-IDX, WS-ST-OBJ-IDX)
           END-IF.
           ADD WS-ST-BRUTO-IN TO WS-ST-BRUTO (WS-ST-IDX).
           ADD WS-ST-PAJAK-IN TO WS-ST-PAJAK (WS-ST-IDX).

      *NIK tanpa record GL dikumpulkan tersendiri : SPT-nya tidak
      *bisa dipastikan milik badan usaha yang mana
       SPT-CARI-PRSH-TABEL.
           MOVE "N" TO WS-ST-KETEMU.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-KETEMU = "Y"
                IF WS-ST-PRSH (WS-ST-IDX) = WS-ST-NIK-PRSH (WS-EB-IDX)
                     AND WS-ST-GL-ADA (WS-ST-IDX) =
                          WS-ST-NIK-GL (WS-EB-IDX)
                     MOVE "Y" TO WS-ST-KETEMU
                END-IF
           END-PERFORM.
           IF WS-ST-KETEMU = "Y"
                SUBTRACT 1 FROM WS-ST-IDX
           ELSE
                IF WS-ST-COUNT >= 50
                     IF WS-ST-PENUH NOT = "Y"
                          MOVE "Y" TO WS-ST-PENUH
                          DISPLAY "Tabel perusahaan SPT penuh "
                               "(maks 50)."
                     END-IF
                     MOVE ZERO TO WS-ST-IDX
                ELSE
                     ADD 1 TO WS-ST-COUNT
                     MOVE WS-ST-COUNT TO WS-ST-IDX
                     PERFORM SPT-PRSH-BARU
                END-IF
           END-IF.

      *perusahaan baru : tiga objek PPh 21 induk selalu tampil
      *walaupun nihil, objek lain ditambah bila ada datanya
       SPT-PRSH-BARU.
           MOVE WS-ST-NIK-PRSH (WS-EB-IDX) TO WS-ST-PRSH (WS-ST-IDX).
           MOVE WS-ST-NIK-GL (WS-EB-IDX) TO WS-ST-GL-ADA (WS-ST-IDX).
           MOVE ZERO TO WS-ST-ORANG (WS-ST-IDX) WS-ST-BRUTO (WS-ST-IDX)
                WS-ST-PAJAK (WS-ST-IDX) WS-ST-BUPOT (WS-ST-IDX)
                WS-ST-DTP (WS-ST-IDX) WS-ST-TANPA-BUPOT (WS-ST-IDX).
           PERFORM VARYING WS-ST-OBJ-IDX FROM 1 BY 1
                UNTIL WS-ST-OBJ-IDX > 6
                MOVE SPACES TO WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX)
                MOVE ZERO TO WS-ST-OBJ-ORANG (WS-ST-IDX, WS-ST-OBJ-IDX)
                     WS-ST-OBJ-BRUTO (WS-ST-IDX, WS-ST-OBJ-IDX)
                     WS-ST-OBJ-PAJAK (WS-ST-IDX, WS-ST-OBJ-IDX)
           END-PERFORM.
           MOVE "21-100-01" TO WS-ST-OBJ-KODE (WS-ST-IDX, 1).
           MOVE "21-100-03" TO WS-ST-OBJ-KODE (WS-ST-IDX, 2).
           MOVE "21-100-09" TO WS-ST-OBJ-KODE (WS-ST-IDX, 3).
           MOVE 3 TO WS-ST-OBJ-COUNT (WS-ST-IDX).

       SPT-CARI-OBJEK.
           MOVE "N" TO WS-ST-OBJ-KETEMU.
           PERFORM VARYING WS-ST-OBJ-IDX FROM 1 BY 1
                UNTIL WS-ST-OBJ-IDX > WS-ST-OBJ-COUNT (WS-ST-IDX)
                     OR WS-ST-OBJ-KETEMU = "Y"
                IF WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX) =
                     WS-ST-OBJ-IN
                     MOVE "Y" TO WS-ST-OBJ-KETEMU
                END-IF
           END-PERFORM.
           IF WS-ST-OBJ-KETEMU = "Y"
                SUBTRACT 1 FROM WS-ST-OBJ-IDX
           ELSE
                IF WS-ST-OBJ-COUNT (WS-ST-IDX) >= 6
                     IF WS-ST-OBJ-PENUH NOT = "Y"
                          MOVE "Y" TO WS-ST-OBJ-PENUH
                          DISPLAY "Kode objek per perusahaan penuh "
                               "(maks 6)."
                     END-IF
                     MOVE ZERO TO WS-ST-OBJ-IDX
                ELSE
                     ADD 1 TO WS-ST-OBJ-COUNT (WS-ST-IDX)
                     MOVE WS-ST-OBJ-COUNT (WS-ST-IDX) TO WS-ST-OBJ-IDX
                     MOVE WS-ST-OBJ-IN TO
                          WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX)
                END-IF
           END-IF.

      *pajak pada bukti potong yang sudah diexport untuk NIK ini
       SPT-BACA-BUPOT.
           IF WS-ST-BUPOT-BUKA NOT = "Y"
                ADD 1 TO WS-ST-TANPA-BUPOT (WS-ST-IDX)
           ELSE
                MOVE WS-TAHUN-PAJAK TO BPR-TAHUN
                MOVE WS-MASA-PAJAK TO BPR-MASA
                MOVE WS-EB-NIK (WS-EB-IDX) TO BPR-NIK
                READ BUPOTREG-FILE
                     INVALID KEY
                          ADD 1 TO WS-ST-TANPA-BUPOT (WS-ST-IDX)
                     NOT INVALID KEY
                          ADD BPR-PAJAK TO WS-ST-BUPOT (WS-ST-IDX)
                END-READ
           END-IF.

      *pajak pada bukti potong final yang sudah diexport untuk NIK
      *dan kode objek final WS-ST-OBJ-IN
       SPT-BACA-BUPOT-FINAL.
           IF WS-ST-BUPOTF-BUKA NOT = "Y"
                ADD 1 TO WS-ST-TANPA-BUPOT (WS-ST-IDX)
           ELSE
                MOVE WS-TAHUN-PAJAK TO BPF-TAHUN
                MOVE WS-MASA-PAJAK TO BPF-MASA
                MOVE WS-EB-NIK (WS-EB-IDX) TO BPF-NIK
                MOVE WS-ST-OBJ-IN TO BPF-KODE-OBJEK
                READ BUPOTFIN-FILE
                     INVALID KEY
                          ADD 1 TO WS-ST-TANPA-BUPOT (WS-ST-IDX)
                     NOT INVALID KEY
                          ADD BPF-PAJAK TO WS-ST-BUPOT (WS-ST-IDX)
                END-READ
           END-IF.

       SPT-TANYA-LAPOR.
           DISPLAY "Catat SPT ini sebagai yang dilaporkan ke DJP? "
                "(Y/T) = ".
           MOVE SPACE TO WS-ST-LAPOR.
           ACCEPT WS-ST-LAPOR.
           IF WS-ST-LAPOR = "y"
                MOVE "Y" TO WS-ST-LAPOR
           END-IF.

      *menulis laporan SPT : satu blok per perusahaan
       SPT-TULIS-LAPORAN.
           MOVE SPACES TO WS-SPTRPT-FILENAME.
           STRING "spt-masa-" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-SPTRPT-FILENAME
           END-STRING.
           OPEN OUTPUT SPTRPT-FILE.
           IF WS-SPTRPT-STATUS NOT = "00"
                DISPLAY "Gagal membuka file laporan : "
                     WS-SPTRPT-FILENAME
                DISPLAY "File status : " WS-SPTRPT-STATUS
           ELSE
                MOVE ZERO TO WS-ST-TIDAK-COCOK
                ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD
                MOVE WS-MASA-PAJAK TO WS-SP-MASA
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                     UNTIL WS-ST-IDX > WS-ST-COUNT
                     PERFORM SPT-TULIS-PRSH
                END-PERFORM
                CLOSE SPTRPT-FILE
                DISPLAY "Selesai. " WS-ST-COUNT " perusahaan, "
                     WS-ST-TIDAK-COCOK " dengan angka tidak cocok."
                DISPLAY "Laporan di file " WS-SPTRPT-FILENAME
           END-IF.

       SPT-TULIS-PRSH.
           PERFORM SPT-REG-BACA.
           PERFORM SPT-REG-BANDINGKAN.
           PERFORM SPT-TULIS-KEPALA.
           MOVE "KODE OBJEK,URAIAN,PENERIMA,BRUTO,PPH,PPH SEBELUMNYA,
      -         "SELISIH PPH" TO SPTRPT-OUT-LINE.
           WRITE SPTRPT-OUT-LINE.
           PERFORM VARYING WS-ST-OBJ-IDX FROM 1 BY 1
                UNTIL WS-ST-OBJ-IDX > WS-ST-OBJ-COUNT (WS-ST-IDX)
                PERFORM SPT-TULIS-OBJEK
           END-PERFORM.
           PERFORM SPT-TULIS-JUMLAH.
           PERFORM SPT-TULIS-SETORAN.
           PERFORM SPT-TULIS-KONTROL.
           IF WS-ST-LAPOR = "Y" AND WS-ST-GL-ADA (WS-ST-IDX) = "Y"
                PERFORM SPT-REG-SIMPAN
           END-IF.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           WRITE SPTRPT-OUT-LINE.

      *SPT yang terakhir dilaporkan untuk perusahaan ini (bila ada)
       SPT-REG-BACA.
           MOVE "N" TO WS-ST-REG-ADA.
           OPEN INPUT SPTREG-FILE.
           IF WS-SPTREG-STATUS = "00"
                MOVE WS-TAHUN-PAJAK TO SPT-TAHUN
                MOVE WS-MASA-PAJAK TO SPT-MASA
                MOVE WS-ST-PRSH (WS-ST-IDX) TO SPT-KODE-PRSH
                READ SPTREG-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE "Y" TO WS-ST-REG-ADA
                END-READ
                CLOSE SPTREG-FILE
           END-IF.
           IF WS-ST-REG-ADA NOT = "Y"
                INITIALIZE SPT-REG-RECORD
           END-IF.

      *angka sekarang lawan yang terakhir dilaporkan : berbeda di
      *salah satu objek berarti pembetulan
       SPT-REG-BANDINGKAN.
           MOVE "N" TO WS-ST-BEDA.
           IF WS-ST-REG-ADA = "Y"
                PERFORM VARYING WS-ST-OBJ-IDX FROM 1 BY 1
                     UNTIL WS-ST-OBJ-IDX > WS-ST-OBJ-COUNT (WS-ST-IDX)
                     PERFORM SPT-CARI-SEBELUM
                     IF WS-ST-SBL-ORANG NOT =
                          WS-ST-OBJ-ORANG (WS-ST-IDX, WS-ST-OBJ-IDX)
                        OR WS-ST-SBL-BRUTO NOT =
                          WS-ST-OBJ-BRUTO (WS-ST-IDX, WS-ST-OBJ-IDX)
                        OR WS-ST-SBL-PAJAK NOT =
                          WS-ST-OBJ-PAJAK (WS-ST-IDX, WS-ST-OBJ-IDX)
                          MOVE "Y" TO WS-ST-BEDA
                     END-IF
                END-PERFORM
                IF SPT-TOTAL-PAJAK NOT = WS-ST-PAJAK (WS-ST-IDX)
                     MOVE "Y" TO WS-ST-BEDA
                END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-ST-REG-ADA NOT = "Y"
                    MOVE ZERO TO WS-ST-PEMBETULAN
                    MOVE "NORMAL" TO WS-ST-STATUS-KET
               WHEN WS-ST-BEDA = "Y"
                    COMPUTE WS-ST-PEMBETULAN = SPT-PEMBETULAN + 1
                    MOVE "PEMBETULAN" TO WS-ST-STATUS-KET
               WHEN OTHER
                    MOVE SPT-PEMBETULAN TO WS-ST-PEMBETULAN
                    MOVE "SAMA DENGAN YANG SUDAH DILAPORKAN" TO
                         WS-ST-STATUS-KET
           END-EVALUATE.

      *angka objek WS-ST-OBJ-IDX pada SPT yang terakhir dilaporkan
       SPT-CARI-SEBELUM.
           MOVE ZERO TO WS-ST-SBL-ORANG WS-ST-SBL-BRUTO
                WS-ST-SBL-PAJAK.
           IF WS-ST-REG-ADA = "Y"
                PERFORM VARYING WS-ST-SBL-IDX FROM 1 BY 1
                     UNTIL WS-ST-SBL-IDX > 6
                     IF SPT-OBJ-KODE (WS-ST-SBL-IDX) =
                          WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX)
                          MOVE SPT-OBJ-ORANG (WS-ST-SBL-IDX) TO
                               WS-ST-SBL-ORANG
                          MOVE SPT-OBJ-BRUTO (WS-ST-SBL-IDX) TO
                               WS-ST-SBL-BRUTO
                          MOVE SPT-OBJ-PAJAK (WS-ST-SBL-IDX) TO
                               WS-ST-SBL-PAJAK
                     END-IF
                END-PERFORM
           END-IF.

       SPT-TULIS-KEPALA.
           EVALUATE TRUE
               WHEN WS-ST-GL-ADA (WS-ST-IDX) NOT = "Y"
                    MOVE "(TANPA GL)" TO WS-ST-PRSH-D
                    MOVE SPACES TO WS-ST-NAMA-D PRS-NPWP
               WHEN WS-ST-PRSH (WS-ST-IDX) = SPACES
                    MOVE "(DEFAULT)" TO WS-ST-PRSH-D
                    MOVE WS-PRSH-NAMA-DEFAULT TO WS-ST-NAMA-D
                    MOVE SPACES TO PRS-NPWP
               WHEN OTHER
                    MOVE WS-ST-PRSH (WS-ST-IDX) TO WS-ST-PRSH-D
                    MOVE SPACES TO WS-ST-NAMA-D
                    MOVE WS-ST-PRSH (WS-ST-IDX) TO WS-PRSH-KODE-IN
                    PERFORM PERUSAHAAN-BACA
                    IF WS-PRSH-DITEMUKAN = "Y"
                         MOVE PRS-NAMA TO WS-ST-NAMA-D
                    ELSE
                         MOVE SPACES TO PRS-NPWP
                    END-IF
           END-EVALUATE.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           STRING "SPT MASA PPH 21/26 TAHUN " DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                " MASA " WS-MASA-PAJAK DELIMITED BY SIZE
                INTO SPTRPT-OUT-LINE
           END-STRING.
           WRITE SPTRPT-OUT-LINE.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           STRING "PERUSAHAAN," DELIMITED BY SIZE
                WS-ST-PRSH-D DELIMITED BY SIZE
                "," WS-ST-NAMA-D DELIMITED BY SIZE
                ",NPWP," PRS-NPWP DELIMITED BY SIZE
                INTO SPTRPT-OUT-LINE
           END-STRING.
           WRITE SPTRPT-OUT-LINE.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           STRING "STATUS," DELIMITED BY SIZE
                WS-ST-STATUS-KET DELIMITED BY SIZE
                ",PEMBETULAN KE," WS-ST-PEMBETULAN DELIMITED BY SIZE
                INTO SPTRPT-OUT-LINE
           END-STRING.
           WRITE SPTRPT-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-ST-GL-ADA (WS-ST-IDX) NOT = "Y"
                    MOVE "CATATAN,NIK TANPA RECORD GL MASA INI - PERUS
      -                   "AHAAN TIDAK DIKETAHUI, TIDAK DICATAT" TO
                         SPTRPT-OUT-LINE
                    WRITE SPTRPT-OUT-LINE
               WHEN WS-ST-LAPOR NOT = "Y"
                    MOVE "CATATAN,DRAFT - BELUM DICATAT SEBAGAI YANG D
      -                   "ILAPORKAN" TO SPTRPT-OUT-LINE
                    WRITE SPTRPT-OUT-LINE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       SPT-URAIAN-OBJEK.
           EVALUATE WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX)
               WHEN "21-100-01"
                    MOVE "PEGAWAI TETAP" TO WS-ST-URAIAN
               WHEN "21-100-03"
                    MOVE "PEGAWAI TIDAK TETAP" TO WS-ST-URAIAN
               WHEN "21-100-09"
                    MOVE "BUKAN PEGAWAI" TO WS-ST-URAIAN
               WHEN "27-100-99"
                    MOVE "PPH 26 WPLN" TO WS-ST-URAIAN
               WHEN "21-401-01"
                    MOVE "PESANGON FINAL" TO WS-ST-URAIAN
               WHEN "21-401-02"
                    MOVE "PENSIUN SEKALIGUS FINAL" TO WS-ST-URAIAN
               WHEN OTHER
                    MOVE "LAINNYA" TO WS-ST-URAIAN
           END-EVALUATE.

       SPT-TULIS-OBJEK.
           PERFORM SPT-URAIAN-OBJEK.
           PERFORM SPT-CARI-SEBELUM.
           MOVE WS-ST-OBJ-ORANG (WS-ST-IDX, WS-ST-OBJ-IDX) TO
                WS-ST-D-ORANG.
           MOVE WS-ST-OBJ-BRUTO (WS-ST-IDX, WS-ST-OBJ-IDX) TO
                WS-ST-D-BRUTO.
           MOVE WS-ST-OBJ-PAJAK (WS-ST-IDX, WS-ST-OBJ-IDX) TO
                WS-ST-D-PAJAK.
           MOVE WS-ST-SBL-PAJAK TO WS-ST-D-SBL.
           COMPUTE WS-ST-SELISIH =
                WS-ST-OBJ-PAJAK (WS-ST-IDX, WS-ST-OBJ-IDX)
                - WS-ST-SBL-PAJAK.
           MOVE WS-ST-SELISIH TO WS-ST-D-SELISIH.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           IF WS-ST-REG-ADA = "Y"
                STRING WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX)
                     DELIMITED BY SIZE
                     "," WS-ST-URAIAN DELIMITED BY SIZE
                     "," WS-ST-D-ORANG DELIMITED BY SIZE
                     "," WS-ST-D-BRUTO DELIMITED BY SIZE
                     "," WS-ST-D-PAJAK DELIMITED BY SIZE
                     "," WS-ST-D-SBL DELIMITED BY SIZE
                     "," WS-ST-D-SELISIH DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
           ELSE
                STRING WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX)
                     DELIMITED BY SIZE
                     "," WS-ST-URAIAN DELIMITED BY SIZE
                     "," WS-ST-D-ORANG DELIMITED BY SIZE
                     "," WS-ST-D-BRUTO DELIMITED BY SIZE
                     "," WS-ST-D-PAJAK DELIMITED BY SIZE
                     ",," DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
           END-IF.
           WRITE SPTRPT-OUT-LINE.

       SPT-TULIS-JUMLAH.
           MOVE WS-ST-ORANG (WS-ST-IDX) TO WS-ST-D-ORANG.
           MOVE WS-ST-BRUTO (WS-ST-IDX) TO WS-ST-D-BRUTO.
           MOVE WS-ST-PAJAK (WS-ST-IDX) TO WS-ST-D-PAJAK.
           MOVE SPT-TOTAL-PAJAK TO WS-ST-D-SBL.
           COMPUTE WS-ST-SELISIH =
                WS-ST-PAJAK (WS-ST-IDX) - SPT-TOTAL-PAJAK.
           MOVE WS-ST-SELISIH TO WS-ST-D-SELISIH.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           IF WS-ST-REG-ADA = "Y"
                STRING "JUMLAH,," DELIMITED BY SIZE
                     WS-ST-D-ORANG DELIMITED BY SIZE
                     "," WS-ST-D-BRUTO DELIMITED BY SIZE
                     "," WS-ST-D-PAJAK DELIMITED BY SIZE
                     "," WS-ST-D-SBL DELIMITED BY SIZE
                     "," WS-ST-D-SELISIH DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
           ELSE
                STRING "JUMLAH,," DELIMITED BY SIZE
                     WS-ST-D-ORANG DELIMITED BY SIZE
                     "," WS-ST-D-BRUTO DELIMITED BY SIZE
                     "," WS-ST-D-PAJAK DELIMITED BY SIZE
                     ",," DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
           END-IF.
           WRITE SPTRPT-OUT-LINE.

      *baris setoran dari register SSP perusahaan + masa ini
       SPT-TULIS-SETORAN.
           MOVE "SETORAN,KODE BILLING,TGL BAYAR,NTPN,JUMLAH" TO
                SPTRPT-OUT-LINE.
           WRITE SPTRPT-OUT-LINE.
           MOVE ZERO TO WS-ST-SETOR.
           MOVE WS-ST-PRSH (WS-ST-IDX) TO WS-SP-KODE.
           IF WS-ST-GL-ADA (WS-ST-IDX) = "Y"
                PERFORM SSP-BACA-REG
           ELSE
                MOVE "N" TO WS-SP-DITEMUKAN
           END-IF.
           IF WS-SP-DITEMUKAN = "Y"
                MOVE SSP-JUMLAH TO WS-ST-SETOR
                MOVE WS-ST-SETOR TO WS-ST-D-SETOR
                MOVE SPACES TO SPTRPT-OUT-LINE
                STRING "SSP," DELIMITED BY SIZE
                     SSP-KODE-BILLING DELIMITED BY SIZE
                     "," SSP-TGL-BAYAR DELIMITED BY SIZE
                     "," SSP-NTPN DELIMITED BY SIZE
                     "," WS-ST-D-SETOR DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
           ELSE
                MOVE "SSP,BELUM ADA SETORAN TERCATAT,,,0" TO
                     SPTRPT-OUT-LINE
           END-IF.
           WRITE SPTRPT-OUT-LINE.

      *kontrol tiga arah : dipotong (histori) = bukti potong =
      *disetor; setiap pasangan yang tidak cocok ditandai. PPh 21
      *DTP dibayar tunai ke karyawan, jadi setoran dibandingkan
      *dengan pajak dipotong / bukti potong dikurangi bagian DTP
       SPT-TULIS-KONTROL.
           MOVE WS-ST-PAJAK (WS-ST-IDX) TO WS-ST-D-PAJAK.
           MOVE WS-ST-BUPOT (WS-ST-IDX) TO WS-ST-D-BUPOT.
           MOVE WS-ST-SETOR TO WS-ST-D-SETOR.
           IF WS-ST-PAJAK (WS-ST-IDX) > WS-ST-DTP (WS-ST-IDX)
                COMPUTE WS-ST-PAJAK-NET = WS-ST-PAJAK (WS-ST-IDX)
                     - WS-ST-DTP (WS-ST-IDX)
           ELSE
                MOVE ZERO TO WS-ST-PAJAK-NET
           END-IF.
           IF WS-ST-BUPOT (WS-ST-IDX) > WS-ST-DTP (WS-ST-IDX)
                COMPUTE WS-ST-BUPOT-NET = WS-ST-BUPOT (WS-ST-IDX)
                     - WS-ST-DTP (WS-ST-IDX)
           ELSE
                MOVE ZERO TO WS-ST-BUPOT-NET
           END-IF.
           IF WS-ST-PAJAK (WS-ST-IDX) = WS-ST-BUPOT (WS-ST-IDX)
                AND WS-ST-BUPOT-NET = WS-ST-SETOR
                AND WS-ST-PAJAK-NET = WS-ST-SETOR
                AND WS-ST-TANPA-BUPOT (WS-ST-IDX) = ZERO
                MOVE "COCOK" TO WS-ST-STATUS-KET
           ELSE
                MOVE "TIDAK COCOK" TO WS-ST-STATUS-KET
                ADD 1 TO WS-ST-TIDAK-COCOK
           END-IF.
           MOVE "KONTROL,DIPOTONG,BUKTI POTONG,DISETOR,STATUS" TO
                SPTRPT-OUT-LINE.
           WRITE SPTRPT-OUT-LINE.
           MOVE SPACES TO SPTRPT-OUT-LINE.
           STRING "TOTAL," DELIMITED BY SIZE
                WS-ST-D-PAJAK DELIMITED BY SIZE
                "," WS-ST-D-BUPOT DELIMITED BY SIZE
                "," WS-ST-D-SETOR DELIMITED BY SIZE
                "," WS-ST-STATUS-KET DELIMITED BY SIZE
                INTO SPTRPT-OUT-LINE
           END-STRING.
           WRITE SPTRPT-OUT-LINE.
           IF WS-ST-DTP (WS-ST-IDX) > ZERO
                MOVE WS-ST-DTP (WS-ST-IDX) TO WS-ST-D-DTP
                MOVE WS-ST-PAJAK-NET TO WS-ST-D-PAJAK-NET
                MOVE WS-ST-BUPOT-NET TO WS-ST-D-BUPOT-NET
                MOVE SPACES TO SPTRPT-OUT-LINE
                STRING "PPH 21 DTP," DELIMITED BY SIZE
                     WS-ST-D-DTP DELIMITED BY SIZE
                     "," WS-ST-D-DTP DELIMITED BY SIZE
                     ",,DIBAYAR TUNAI KE KARYAWAN" DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
                WRITE SPTRPT-OUT-LINE
                MOVE SPACES TO SPTRPT-OUT-LINE
                STRING "WAJIB SETOR," DELIMITED BY SIZE
                     WS-ST-D-PAJAK-NET DELIMITED BY SIZE
                     "," WS-ST-D-BUPOT-NET DELIMITED BY SIZE
                     "," WS-ST-D-SETOR DELIMITED BY SIZE
                     "," WS-ST-STATUS-KET DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
                WRITE SPTRPT-OUT-LINE
           END-IF.
           IF WS-ST-PAJAK (WS-ST-IDX) NOT = WS-ST-BUPOT (WS-ST-IDX)
                MOVE "PERINGATAN,PPH DIPOTONG TIDAK SAMA DENGAN BUKTI
      -              " POTONG (EXPORT E-BUPOT ULANG)" TO SPTRPT-OUT-LINE
                WRITE SPTRPT-OUT-LINE
           END-IF.
           IF WS-ST-BUPOT-NET NOT = WS-ST-SETOR
                MOVE "PERINGATAN,BUKTI POTONG TIDAK SAMA DENGAN YANG D
      -              "ISETOR" TO SPTRPT-OUT-LINE
                WRITE SPTRPT-OUT-LINE
           END-IF.
           IF WS-ST-PAJAK-NET NOT = WS-ST-SETOR
                MOVE "PERINGATAN,PPH DIPOTONG TIDAK SAMA DENGAN YANG D
      -              "ISETOR" TO SPTRPT-OUT-LINE
                WRITE SPTRPT-OUT-LINE
           END-IF.
           IF WS-ST-TANPA-BUPOT (WS-ST-IDX) > ZERO
                MOVE WS-ST-TANPA-BUPOT (WS-ST-IDX) TO WS-ST-D-ORANG
                MOVE SPACES TO SPTRPT-OUT-LINE
                STRING "PERINGATAN," DELIMITED BY SIZE
                     WS-ST-D-ORANG DELIMITED BY SIZE
                     " PENERIMA BELUM PUNYA BUKTI POTONG"
                     DELIMITED BY SIZE
                     INTO SPTRPT-OUT-LINE
                END-STRING
                WRITE SPTRPT-OUT-LINE
           END-IF.

      *mencatat SPT sebagai yang dilaporkan : record baru untuk
      *lapor pertama, pembetulan naik bila angkanya berubah, cetak
      *ulang dengan angka sama dibiarkan
       SPT-REG-SIMPAN.
           IF WS-ST-REG-ADA NOT = "Y" OR WS-ST-BEDA = "Y"
                INITIALIZE SPT-REG-RECORD
                MOVE WS-TAHUN-PAJAK TO SPT-TAHUN
                MOVE WS-MASA-PAJAK TO SPT-MASA
                MOVE WS-ST-PRSH (WS-ST-IDX) TO SPT-KODE-PRSH
                MOVE WS-ST-PEMBETULAN TO SPT-PEMBETULAN
                MOVE WS-LOG-TANGGAL TO SPT-TGL-LAPOR
                PERFORM VARYING WS-ST-OBJ-IDX FROM 1 BY 1
                     UNTIL WS-ST-OBJ-IDX > WS-ST-OBJ-COUNT (WS-ST-IDX)
                     MOVE WS-ST-OBJ-KODE (WS-ST-IDX, WS-ST-OBJ-IDX) TO
                          SPT-OBJ-KODE (WS-ST-OBJ-IDX)
                     MOVE WS-ST-OBJ-ORANG (WS-ST-IDX, WS-ST-OBJ-IDX)
                          TO SPT-OBJ-ORANG (WS-ST-OBJ-IDX)
                     MOVE WS-ST-OBJ-BRUTO (WS-ST-IDX, WS-ST-OBJ-IDX)
                          TO SPT-OBJ-BRUTO (WS-ST-OBJ-IDX)
                     MOVE WS-ST-OBJ-PAJAK (WS-ST-IDX, WS-ST-OBJ-IDX)
                          TO SPT-OBJ-PAJAK (WS-ST-OBJ-IDX)
                END-PERFORM
                MOVE WS-ST-PAJAK (WS-ST-IDX) TO SPT-TOTAL-PAJAK
                OPEN I-O SPTREG-FILE
                IF WS-SPTREG-STATUS = "35"
                     OPEN OUTPUT SPTREG-FILE
                     CLOSE SPTREG-FILE
                     OPEN I-O SPTREG-FILE
                END-IF
                IF WS-SPTREG-STATUS NOT = "00"
                     DISPLAY "Register SPT tidak bisa dibuka (status "
                          WS-SPTREG-STATUS "), SPT TIDAK dicatat."
                ELSE
                     WRITE SPT-REG-RECORD
                          INVALID KEY
                               REWRITE SPT-REG-RECORD
                                    INVALID KEY
                                         DISPLAY "Gagal menyimpan "
                                              "register SPT."
                     END-WRITE
                     CLOSE SPTREG-FILE
                END-IF
           END-IF.

      *pembatalan run batch : run yang salah (file employee atau kode
      *perusahaan keliru) dibalik seluruhnya. Record GL run asal
      *disalin ke file GL per-run baru bertanda pembalik (nomor run
      *baru, header flag "V" + nomor run asal) dan ke file GL
      *kumulatif; tiap record histori run asal ditulis ke log dengan
      *angka bertanda minus lalu dihapus dari histori supaya run
      *sebelumnya kembali menjadi run terakhir. Masa yang sudah
      *disetor atau diexport ke e-Bupot hanya boleh dibatalkan
      *sebagai pembetulan yang dikonfirmasi operator
       MODE-BATAL-PROSES.
           DISPLAY " ".
           DISPLAY "Pembatalan run batch tahun " WS-TAHUN-PAJAK
                " masa " WS-MASA-PAJAK.
           MOVE "Y" TO WS-BT-BOLEH.
           MOVE "N" TO WS-BT-SETOR WS-BT-EXPORT.
           MOVE ZERO TO WS-BT-HIST-COUNT.
           PERFORM BATAL-TANYA-RUN.
           IF WS-BT-BOLEH = "Y"
                PERFORM BATAL-CEK-GLRUN
           END-IF.
           IF WS-BT-BOLEH = "Y"
                PERFORM BATAL-CEK-HIST
           END-IF.
           IF WS-BT-BOLEH = "Y"
                PERFORM BATAL-CEK-SETOR
           END-IF.
           IF WS-BT-BOLEH = "Y"
                DISPLAY "Batalkan run " WS-BT-RUN-ASAL " masa "
                     WS-MASA-PAJAK "/" WS-TAHUN-PAJAK " ("
                     WS-BT-HIST-COUNT " record histori)? (Y/T) = "
                ACCEPT WS-JAWAB
                IF WS-JAWAB NOT = "Y" AND WS-JAWAB NOT = "y"
                     MOVE "N" TO WS-BT-BOLEH
                END-IF
           END-IF.
           IF WS-BT-BOLEH = "Y"
                PERFORM BATAL-JALANKAN
           ELSE
                DISPLAY "Pembatalan run tidak dijalankan."
                MOVE 4 TO WS-RUN-RC
           END-IF.

      *nomor run yang dibatalkan harus salah satu run masa ini
       BATAL-TANYA-RUN.
           MOVE WS-MASA-PAJAK TO WS-PRD-MASA-IN.
           PERFORM PERIODE-BACA.
           IF WS-PRD-DITEMUKAN NOT = "Y" OR PRD-RUN-TERAKHIR = ZERO
                DISPLAY "Masa " WS-MASA-PAJAK "/" WS-TAHUN-PAJAK
                     " belum punya run batch."
                MOVE "N" TO WS-BT-BOLEH
           ELSE
                DISPLAY "Run terakhir masa ini : " PRD-RUN-TERAKHIR
                MOVE ZERO TO WS-BT-RUN-ASAL
                DISPLAY "Nomor run yang dibatalkan = "
                ACCEPT WS-BT-RUN-ASAL
                IF WS-BT-RUN-ASAL < 1 OR
                     WS-BT-RUN-ASAL > PRD-RUN-TERAKHIR
                     DISPLAY "Nomor run harus 1-" PRD-RUN-TERAKHIR
                          "."
                     MOVE "N" TO WS-BT-BOLEH
                END-IF
           END-IF.

      *file GL run asal harus ada dan bukan file pembalik; run yang
      *masih terputus (checkpoint berjalan) diselesaikan dulu
       BATAL-CEK-GLRUN.
           MOVE WS-BT-RUN-ASAL TO WS-RUN-NOMOR.
           PERFORM GLRUN-BANGUN-NAMA.
           OPEN INPUT GLRUN-FILE.
           IF WS-GLRUN-STATUS NOT = "00"
                DISPLAY "File GL run " WS-GLRUN-FILENAME
                     " tidak ada, run ini bukan run batch."
                MOVE "N" TO WS-BT-BOLEH
           ELSE
                READ GLRUN-FILE
                     AT END
                          MOVE SPACES TO GLRUN-RECORD
                END-READ
                CLOSE GLRUN-FILE
                IF GLRUN-RECORD (1:1) NOT = "H"
                     DISPLAY "File GL run " WS-GLRUN-FILENAME
                          " tanpa header, run tidak bisa dibatalkan."
                     MOVE "N" TO WS-BT-BOLEH
                ELSE
                     IF GLRUN-RECORD (12:1) = "V"
                          DISPLAY "Run " WS-BT-RUN-ASAL " adalah run "
                               "pembalik, tidak bisa dibatalkan lagi."
                          MOVE "N" TO WS-BT-BOLEH
                     END-IF
                END-IF
           END-IF.
           IF WS-BT-BOLEH = "Y"
                PERFORM CKPT-BANGUN-NAMA
                PERFORM CKPT-BACA
                IF WS-CKPT-REC-STATUS = "R" AND
                     WS-CKPT-TAHUN = WS-TAHUN-PAJAK AND
                     WS-CKPT-MASA = WS-MASA-PAJAK AND
                     WS-CKPT-RUN = WS-BT-RUN-ASAL
                     DISPLAY "Run " WS-BT-RUN-ASAL " masih terputus, "
                          "selesaikan run itu dulu."
                     MOVE "N" TO WS-BT-BOLEH
                END-IF
           END-IF.

      *menghitung record histori run asal; tanpa record berarti run
      *sudah dibatalkan sebelumnya (atau tidak pernah tercatat)
       BATAL-CEK-HIST.
           MOVE ZERO TO WS-BT-HIST-COUNT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
                DISPLAY "File histori tidak bisa dibuka ("
                     WS-HIST-STATUS "), pembatalan memerlukan file "
                     "histori."
                MOVE "N" TO WS-BT-BOLEH
           ELSE
                MOVE LOW-VALUES TO HST-KEY
                MOVE WS-TAHUN-PAJAK TO HST-TAHUN
                MOVE WS-MASA-PAJAK TO HST-MASA
                START HIST-FILE KEY IS NOT LESS THAN HST-KEY
                     INVALID KEY
                          CONTINUE
                END-START
                PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                     READ HIST-FILE NEXT RECORD
                          AT END
                               MOVE "10" TO WS-HIST-STATUS
                          NOT AT END
                               IF HST-TAHUN NOT = WS-TAHUN-PAJAK
                                    OR HST-MASA NOT = WS-MASA-PAJAK
                                    MOVE "10" TO WS-HIST-STATUS
                               ELSE
                                    IF HST-RUN = WS-BT-RUN-ASAL
                                         ADD 1 TO WS-BT-HIST-COUNT
                                    END-IF
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE HIST-FILE
                IF WS-BT-HIST-COUNT = ZERO
                     DISPLAY "Tidak ada record histori run "
                          WS-BT-RUN-ASAL " (sudah dibatalkan atau "
                          "tidak pernah tercatat)."
                     MOVE "N" TO WS-BT-BOLEH
                END-IF
           END-IF.

      *masa yang sudah disetor (register SSP) atau sudah diexport ke
      *e-Bupot (register bukti potong bulanan / final) hanya boleh
      *dibatalkan bila operator menyatakannya sebagai pembetulan
       BATAL-CEK-SETOR.
           OPEN INPUT SSPREG-FILE.
           IF WS-SSPREG-STATUS = "00"
                MOVE LOW-VALUES TO SSP-KEY
                MOVE WS-TAHUN-PAJAK TO SSP-TAHUN
                MOVE WS-MASA-PAJAK TO SSP-MASA
                START SSPREG-FILE KEY IS NOT LESS THAN SSP-KEY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          READ SSPREG-FILE NEXT RECORD
                               AT END
                                    CONTINUE
                               NOT AT END
                                    IF SSP-TAHUN = WS-TAHUN-PAJAK AND
                                         SSP-MASA = WS-MASA-PAJAK
                                         MOVE "Y" TO WS-BT-SETOR
                                    END-IF
                          END-READ
                END-START
                CLOSE SSPREG-FILE
           END-IF.
           OPEN INPUT BUPOTREG-FILE.
           IF WS-BUPOTREG-STATUS = "00"
                MOVE LOW-VALUES TO BPR-KEY
                MOVE WS-TAHUN-PAJAK TO BPR-TAHUN
                MOVE WS-MASA-PAJAK TO BPR-MASA
                START BUPOTREG-FILE KEY IS NOT LESS THAN BPR-KEY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          READ BUPOTREG-FILE NEXT RECORD
                               AT END
                                    CONTINUE
                               NOT AT END
                                    IF BPR-TAHUN = WS-TAHUN-PAJAK AND
                                         BPR-MASA = WS-MASA-PAJAK
                                         MOVE "Y" TO WS-BT-EXPORT
                                    END-IF
                          END-READ
                END-START
                CLOSE BUPOTREG-FILE
           END-IF.
           OPEN INPUT BUPOTFIN-FILE.
           IF WS-BUPOTFIN-STATUS = "00"
                MOVE LOW-VALUES TO BPF-KEY
                MOVE WS-TAHUN-PAJAK TO BPF-TAHUN
                MOVE WS-MASA-PAJAK TO BPF-MASA
                START BUPOTFIN-FILE KEY IS NOT LESS THAN BPF-KEY
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          READ BUPOTFIN-FILE NEXT RECORD
                               AT END
                                    CONTINUE
                               NOT AT END
                                    IF BPF-TAHUN = WS-TAHUN-PAJAK AND
                                         BPF-MASA = WS-MASA-PAJAK
                                         MOVE "Y" TO WS-BT-EXPORT
                                    END-IF
                          END-READ
                END-START
                CLOSE BUPOTFIN-FILE
           END-IF.
           IF WS-BT-SETOR = "Y" OR WS-BT-EXPORT = "Y"
                IF WS-BT-SETOR = "Y"
                     DISPLAY "Masa " WS-MASA-PAJAK "/" WS-TAHUN-PAJAK
                          " sudah DISETOR (register SSP)."
                END-IF
                IF WS-BT-EXPORT = "Y"
                     DISPLAY "Masa " WS-MASA-PAJAK "/" WS-TAHUN-PAJAK
                          " sudah DIEXPORT ke e-Bupot."
                END-IF
                DISPLAY "Pembatalan hanya boleh sebagai pembetulan : "
                     "e-Bupot dan SPT Masa harus dilaporkan ulang."
                DISPLAY "Lanjutkan sebagai pembetulan? (Y/T) = "
                ACCEPT WS-JAWAB
                IF WS-JAWAB NOT = "Y" AND WS-JAWAB NOT = "y"
                     MOVE "N" TO WS-BT-BOLEH
                END-IF
           END-IF.

      *run pembalik mendapat nomor run baru dari kontrol periode;
      *nomor run baru baru disimpan, histori baru dibalik dan
      *ringkasan run baru ditulis setelah semua file terbuka dan GL
      *pembalik selesai ditulis
       BATAL-JALANKAN.
           MOVE WS-MASA-PAJAK TO WS-PRD-MASA-IN.
           PERFORM PERIODE-BACA.
           MOVE PRD-RUN-TERAKHIR TO WS-BT-RUN-BARU.
           ADD 1 TO WS-BT-RUN-BARU.
           PERFORM BATAL-TULIS-GL.
           IF BT-GL-OK
                MOVE WS-BT-RUN-BARU TO PRD-RUN-TERAKHIR
                PERFORM PERIODE-SIMPAN
                PERFORM BATAL-BALIK-HIST
                MOVE WS-BT-RUN-BARU TO WS-RUN-NOMOR
                MOVE SPACES TO WS-RUN-CATATAN
                STRING ",BATAL-RUN-" DELIMITED BY SIZE
                     WS-BT-RUN-ASAL DELIMITED BY SIZE
                     INTO WS-RUN-CATATAN
                END-STRING
                PERFORM RUN-TULIS-RINGKASAN
                MOVE WS-BT-HIST-PAJAK TO WS-BT-PAJAK-D
                DISPLAY "Selesai. Run " WS-BT-RUN-ASAL " dibatalkan, "
                     WS-BT-HIST-COUNT " record histori dibalik, pajak "
                     WS-BT-PAJAK-D
                DISPLAY "GL pembalik run nomor " WS-BT-RUN-BARU
                     " di file " WS-GLBATAL-FILENAME
                IF WS-BT-SETOR = "Y" OR WS-BT-EXPORT = "Y"
                     DISPLAY "Jalankan ulang export e-Bupot dan SPT "
                          "Masa masa ini sebagai pembetulan."
                END-IF
           ELSE
                DISPLAY "Run " WS-BT-RUN-ASAL " TIDAK dibatalkan, "
                     "histori dan kontrol periode tidak diubah."
                MOVE 8 TO WS-RUN-RC
           END-IF.

      *file GL pembalik : header H + tahun + masa + run baru + "V" +
      *run asal, record detail run asal bertanda GLO-PEMBALIK, lalu
      *trailer T + run baru + jumlah record + total pajak yang dibalik.
      *file GL run asal, log, histori (I-O), GL kumulatif dan GL
      *pembalik dibuka semua lebih dulu; satu saja gagal berarti
      *tidak ada yang ditulis. log dan histori tetap terbuka untuk
      *BATAL-BALIK-HIST bila GL pembalik berhasil ditulis
       BATAL-TULIS-GL.
           MOVE "N" TO WS-BT-GL-OK.
           MOVE ZERO TO WS-GLRUN-COUNT WS-GLRUN-TOTAL.
           MOVE WS-BT-RUN-BARU TO WS-RUN-NOMOR.
           PERFORM GLRUN-BANGUN-NAMA.
           MOVE WS-GLRUN-FILENAME TO WS-GLBATAL-FILENAME.
           MOVE WS-BT-RUN-ASAL TO WS-RUN-NOMOR.
           PERFORM GLRUN-BANGUN-NAMA.
           OPEN INPUT GLRUN-FILE.
           IF WS-GLRUN-STATUS NOT = "00"
                DISPLAY "Gagal membuka file GL run : "
                     WS-GLRUN-FILENAME
           ELSE
                OPEN EXTEND PPH21-LOG-FILE
                IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
                     OPEN OUTPUT PPH21-LOG-FILE
                     CLOSE PPH21-LOG-FILE
                     OPEN EXTEND PPH21-LOG-FILE
                END-IF
                IF WS-LOG-STATUS NOT = "00"
                     DISPLAY "File log tidak bisa dibuka ("
                          WS-LOG-STATUS "), histori TIDAK dibalik."
                ELSE
                     OPEN I-O HIST-FILE
                     IF WS-HIST-STATUS NOT = "00"
                          DISPLAY "File histori tidak bisa dibuka ("
                               WS-HIST-STATUS "), histori TIDAK "
                               "dibalik."
                     ELSE
                          PERFORM BATAL-BUKA-GL
                          IF NOT BT-GL-OK
                               CLOSE HIST-FILE
                          END-IF
                     END-IF
                     IF NOT BT-GL-OK
                          CLOSE PPH21-LOG-FILE
                     END-IF
                END-IF
                CLOSE GLRUN-FILE
           END-IF.

       BATAL-BUKA-GL.
           OPEN EXTEND GL-OUTPUT-FILE.
           IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
                OPEN OUTPUT GL-OUTPUT-FILE
                CLOSE GL-OUTPUT-FILE
                OPEN EXTEND GL-OUTPUT-FILE
           END-IF.
           IF WS-GL-STATUS NOT = "00"
                DISPLAY "File GL tidak bisa dibuka ("
                     WS-GL-STATUS "), histori TIDAK dibalik."
           ELSE
                OPEN OUTPUT GLBATAL-FILE
                IF WS-GLBATAL-STATUS NOT = "00"
                     DISPLAY "Gagal membuka file GL pembalik : "
                          WS-GLBATAL-FILENAME
                ELSE
                     PERFORM BATAL-GL-SALIN
                     CLOSE GLBATAL-FILE
                END-IF
                CLOSE GL-OUTPUT-FILE
           END-IF.

       BATAL-GL-SALIN.
           MOVE SPACES TO GLBATAL-RECORD.
           STRING "H" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                WS-BT-RUN-BARU DELIMITED BY SIZE
                "V" DELIMITED BY SIZE
                WS-BT-RUN-ASAL DELIMITED BY SIZE
                INTO GLBATAL-RECORD
           END-STRING.
           WRITE GLBATAL-RECORD.
           MOVE "N" TO WS-EOF-GLRUN.
           PERFORM UNTIL WS-EOF-GLRUN = "Y"
                READ GLRUN-FILE
                     AT END
                          MOVE "Y" TO WS-EOF-GLRUN
                     NOT AT END
                          IF GLRUN-RECORD (1:1) NOT = "H" AND
                               GLRUN-RECORD (1:1) NOT = "T"
                               PERFORM BATAL-GL-SATU
                          END-IF
                END-READ
           END-PERFORM.
           MOVE SPACES TO GLBATAL-RECORD.
           STRING "T" DELIMITED BY SIZE
                WS-BT-RUN-BARU DELIMITED BY SIZE
                WS-GLRUN-COUNT DELIMITED BY SIZE
                WS-GLRUN-TOTAL DELIMITED BY SIZE
                INTO GLBATAL-RECORD
           END-STRING.
           WRITE GLBATAL-RECORD.
           MOVE "Y" TO WS-BT-GL-OK.

      *satu record GL run asal ditulis ulang bertanda pembalik ke
      *file GL kumulatif dan ke file GL pembalik
       BATAL-GL-SATU.
           MOVE GLRUN-RECORD TO GL-OUTPUT-RECORD.
           MOVE "Y" TO GLO-PEMBALIK.
           WRITE GL-OUTPUT-RECORD.
           MOVE GL-OUTPUT-RECORD TO GLBATAL-RECORD.
           WRITE GLBATAL-RECORD.
           ADD 1 TO WS-GLRUN-COUNT.
           IF GLO-PAJAK IS NUMERIC
                ADD GLO-PAJAK TO WS-GLRUN-TOTAL
           END-IF.

      *record histori run asal : baris log pembalik lalu dihapus.
      *log (EXTEND) dan histori (I-O) sudah dibuka BATAL-TULIS-GL
       BATAL-BALIK-HIST.
           MOVE ZERO TO WS-BT-HIST-COUNT WS-BT-HIST-PAJAK.
           ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-JAM-FULL FROM TIME.
           MOVE WS-LOG-JAM-FULL(1:6) TO WS-LOG-JAM.
           MOVE LOW-VALUES TO HST-KEY.
           MOVE WS-TAHUN-PAJAK TO HST-TAHUN.
           MOVE WS-MASA-PAJAK TO HST-MASA.
           START HIST-FILE KEY IS NOT LESS THAN HST-KEY
                INVALID KEY
                     CONTINUE
           END-START.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                READ HIST-FILE NEXT RECORD
                     AT END
                          MOVE "10" TO WS-HIST-STATUS
                     NOT AT END
                          IF HST-TAHUN NOT = WS-TAHUN-PAJAK
                               OR HST-MASA NOT = WS-MASA-PAJAK
                               MOVE "10" TO WS-HIST-STATUS
                          ELSE
                               IF HST-RUN = WS-BT-RUN-ASAL
                                    PERFORM BATAL-HIST-SATU
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           CLOSE PPH21-LOG-FILE.

      *baris log pembalik memakai nomor run asal supaya berpasangan
      *dengan baris aslinya; angka ditulis "-" + 11 digit
       BATAL-HIST-SATU.
           IF HST-PAJAK-DTP IS NOT NUMERIC
                MOVE ZERO TO HST-PAJAK-DTP
           END-IF.
           MOVE SPACES TO PPH21-LOG-RECORD.
           STRING WS-LOG-TANGGAL DELIMITED BY SIZE
                "-" WS-LOG-JAM DELIMITED BY SIZE
                "," HST-TAHUN DELIMITED BY SIZE
                "," HST-MASA DELIMITED BY SIZE
                "," HST-PERIODE DELIMITED BY SIZE
                "," HST-JENIS DELIMITED BY SIZE
                "," HST-NIK DELIMITED BY SIZE
                "," HST-NPWP DELIMITED BY SIZE
                "," HST-KODE-PTKP DELIMITED BY SIZE
                ",-" HST-BRUTO (2:11) DELIMITED BY SIZE
                ",-" HST-NETTO (2:11) DELIMITED BY SIZE
                ",-" HST-PKP (2:11) DELIMITED BY SIZE
                ",-" HST-PAJAK (2:11) DELIMITED BY SIZE
                "," HST-RUN DELIMITED BY SIZE
                "," HST-KODE-OBJEK DELIMITED BY SIZE
                "," WS-OPERATOR-ID DELIMITED BY SPACE
                ",-" HST-PAJAK-DTP (2:11) DELIMITED BY SIZE
                INTO PPH21-LOG-RECORD
           END-STRING.
           WRITE PPH21-LOG-RECORD.
           ADD 1 TO WS-BT-HIST-COUNT.
           ADD HST-PAJAK TO WS-BT-HIST-PAJAK.
           DELETE HIST-FILE RECORD
                INVALID KEY
                     DISPLAY "Gagal menghapus record histori : "
                          HST-NIK
           END-DELETE.

      *update master karyawan dari file transaksi HRIS : seluruh file
      *dibaca dulu untuk kontrol header/trailer, checkpoint id batch
      *dicek (file yang sudah selesai ditolak, file terputus
      *dilanjutkan), lalu tiap transaksi diedit dan yang lolos
      *diterapkan ke empmaster.dat dan dicatat di jurnal perubahan
       MODE-HRIS-PROSES.
           DISPLAY " ".
           DISPLAY "Update master karyawan dari file HRIS : "
                WS-HRIS-FILENAME.
           MOVE "Y" TO WS-HR-BOLEH.
           MOVE "N" TO WS-HR-BERHENTI.
           MOVE ZERO TO WS-HR-SKIP WS-HR-TERAP-COUNT
                WS-HR-TOLAK-COUNT.
           PERFORM HRIS-CEK-KONTROL.
           IF WS-HR-BOLEH = "Y" AND WS-HR-ID-OK = "Y"
                PERFORM HRIS-CEK-CKPT
           END-IF.
           IF WS-HR-BOLEH = "Y" AND WS-HR-KTRL-ERR > ZERO
                PERFORM HRIS-TULIS-KONTROL
                DISPLAY "File HRIS DITOLAK (" WS-HR-KTRL-ERR
                     " kesalahan kontrol), tidak ada transaksi yang "
                     "diterapkan."
                DISPLAY "Rincian di file " WS-HRTOLAK-FILENAME
                MOVE WS-HR-KTRL-ERR TO WS-VAL-ERRORS
                MOVE "N" TO WS-HR-BOLEH
           END-IF.
           IF WS-HR-BOLEH = "Y" AND NOT AUTO-RUN
                DISPLAY "Batch " WS-HR-ID " : " WS-HR-DATA-JML
                     " transaksi (baru " WS-HR-JML-B ", ubah "
                     WS-HR-JML-U ", keluar " WS-HR-JML-K ")."
                DISPLAY "Terapkan ke master karyawan? (Y/T) = "
                ACCEPT WS-JAWAB
                IF WS-JAWAB NOT = "Y" AND WS-JAWAB NOT = "y"
                     MOVE "N" TO WS-HR-BOLEH
                END-IF
           END-IF.
           IF WS-HR-BOLEH = "Y"
                PERFORM HRIS-TERAPKAN-FILE
           ELSE
                DISPLAY "File HRIS tidak diterapkan."
                MOVE 4 TO WS-RUN-RC
           END-IF.

      *baca pertama : hitung baris data per aksi dan cek header/
      *trailer; kesalahan kontrol menolak seluruh file
       HRIS-CEK-KONTROL.
           MOVE ZERO TO WS-HR-HDR-JML WS-HR-TRL-JML WS-HR-DATA-JML
                WS-HR-JML-B WS-HR-JML-U WS-HR-JML-K WS-HR-KTRL-ERR
                WS-HR-SEQ.
           MOVE SPACES TO WS-HR-ID WS-HR-TGL-FILE WS-HR-TRL-DATA-X
                WS-HR-TRL-B-X WS-HR-TRL-U-X WS-HR-TRL-K-X.
           MOVE "N" TO WS-HR-ID-OK WS-HR-SETELAH-TRL.
           OPEN INPUT HRIS-FILE.
           IF WS-HRIS-STATUS NOT = "00"
                DISPLAY "Gagal membuka file HRIS : " WS-HRIS-FILENAME
                DISPLAY "File status : " WS-HRIS-STATUS
                MOVE "N" TO WS-HR-BOLEH
           ELSE
                MOVE "N" TO WS-HR-EOF
                PERFORM UNTIL WS-HR-EOF = "Y"
                     READ HRIS-FILE
                          AT END
                               MOVE "Y" TO WS-HR-EOF
                          NOT AT END
                               ADD 1 TO WS-HR-SEQ
                               PERFORM HRIS-KONTROL-BARIS
                     END-READ
                END-PERFORM
                CLOSE HRIS-FILE
                PERFORM HRIS-KONTROL-AKHIR
           END-IF.

       HRIS-KONTROL-BARIS.
           EVALUATE TRUE
               WHEN HRIS-IN-LINE (1:2) = "H," OR HRIS-IN-LINE = "H"
                    ADD 1 TO WS-HR-HDR-JML
                    IF WS-HR-HDR-JML > 1
                         MOVE "RECORD HEADER GANDA" TO WS-HR-ALASAN
                         PERFORM HRIS-KONTROL-ERROR
                    ELSE
                         IF WS-HR-SEQ NOT = 1
                              MOVE "HEADER BUKAN BARIS PERTAMA" TO
                                   WS-HR-ALASAN
                              PERFORM HRIS-KONTROL-ERROR
                         END-IF
                         UNSTRING HRIS-IN-LINE DELIMITED BY ","
                              INTO WS-HR-TANDA WS-HR-ID
                                   WS-HR-TGL-FILE
                         END-UNSTRING
                         PERFORM HRIS-CEK-ID
                    END-IF
               WHEN HRIS-IN-LINE (1:2) = "T,"
                    ADD 1 TO WS-HR-TRL-JML
                    IF WS-HR-TRL-JML > 1
                         MOVE "RECORD TRAILER GANDA" TO WS-HR-ALASAN
                         PERFORM HRIS-KONTROL-ERROR
                    ELSE
                         UNSTRING HRIS-IN-LINE DELIMITED BY ","
                              INTO WS-HR-TANDA WS-HR-TRL-DATA-X
                                   WS-HR-TRL-B-X WS-HR-TRL-U-X
                                   WS-HR-TRL-K-X
                         END-UNSTRING
                    END-IF
               WHEN HRIS-IN-LINE = SPACES
                    CONTINUE
               WHEN OTHER
                    ADD 1 TO WS-HR-DATA-JML
                    EVALUATE HRIS-IN-LINE (1:2)
                        WHEN "B,"
                             ADD 1 TO WS-HR-JML-B
                        WHEN "U,"
                             ADD 1 TO WS-HR-JML-U
                        WHEN "K,"
                             ADD 1 TO WS-HR-JML-K
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
                    IF WS-HR-TRL-JML > ZERO AND WS-HR-SETELAH-TRL = "N"
                         MOVE "Y" TO WS-HR-SETELAH-TRL
                         MOVE "BARIS DATA SETELAH TRAILER" TO
                              WS-HR-ALASAN
                         PERFORM HRIS-KONTROL-ERROR
                    END-IF
           END-EVALUATE.

      *id batch dipakai di nama file checkpoint : wajib diisi, maksimal
      *12 karakter huruf/angka/strip tanpa spasi
       HRIS-CEK-ID.
           MOVE "Y" TO WS-HR-ID-OK.
           IF WS-HR-ID = SPACES OR WS-HR-ID (13:8) NOT = SPACES
                MOVE "N" TO WS-HR-ID-OK
           ELSE
                MOVE "N" TO WS-HR-ID-AKHIR
                PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                     UNTIL WS-HR-IDX > 12
                     MOVE WS-HR-ID (WS-HR-IDX:1) TO WS-HR-CHAR
                     EVALUATE TRUE
                         WHEN WS-HR-CHAR = SPACE
                              MOVE "Y" TO WS-HR-ID-AKHIR
                         WHEN WS-HR-ID-AKHIR = "Y"
                              MOVE "N" TO WS-HR-ID-OK
                         WHEN WS-HR-CHAR >= "0" AND WS-HR-CHAR <= "9"
                              CONTINUE
                         WHEN WS-HR-CHAR >= "A" AND WS-HR-CHAR <= "Z"
                              CONTINUE
                         WHEN WS-HR-CHAR >= "a" AND WS-HR-CHAR <= "z"
                              CONTINUE
                         WHEN WS-HR-CHAR = "-"
                              CONTINUE
                         WHEN OTHER
                              MOVE "N" TO WS-HR-ID-OK
                     END-EVALUATE
                END-PERFORM
           END-IF.
           IF WS-HR-ID-OK NOT = "Y"
                MOVE "ID BATCH HEADER KOSONG/TIDAK VALID" TO
                     WS-HR-ALASAN
                PERFORM HRIS-KONTROL-ERROR
           END-IF.

      *cek akhir file : header dan trailer harus ada, jumlah baris
      *data dan jumlah per aksi (bila diisi) harus cocok trailer
       HRIS-KONTROL-AKHIR.
           MOVE ZERO TO WS-HR-SEQ.
           IF WS-HR-HDR-JML = ZERO
                MOVE "RECORD HEADER TIDAK ADA" TO WS-HR-ALASAN
                PERFORM HRIS-KONTROL-ERROR
           END-IF.
           IF WS-HR-TRL-JML = ZERO
                MOVE "RECORD TRAILER TIDAK ADA" TO WS-HR-ALASAN
                PERFORM HRIS-KONTROL-ERROR
           ELSE
                MOVE WS-HR-TRL-DATA-X TO WS-HR-TRL-CEK-X
                MOVE WS-HR-DATA-JML TO WS-HR-TRL-CEK-JML
                MOVE "JUMLAH RECORD TIDAK COCOK TRAILER" TO
                     WS-HR-ALASAN
                PERFORM HRIS-KONTROL-JUMLAH
                IF WS-HR-TRL-DATA-X = SPACES
                     MOVE "JUMLAH RECORD TRAILER KOSONG" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-KONTROL-ERROR
                END-IF
                MOVE WS-HR-TRL-B-X TO WS-HR-TRL-CEK-X
                MOVE WS-HR-JML-B TO WS-HR-TRL-CEK-JML
                MOVE "JUMLAH AKSI B TIDAK COCOK TRAILER" TO
                     WS-HR-ALASAN
                PERFORM HRIS-KONTROL-JUMLAH
                MOVE WS-HR-TRL-U-X TO WS-HR-TRL-CEK-X
                MOVE WS-HR-JML-U TO WS-HR-TRL-CEK-JML
                MOVE "JUMLAH AKSI U TIDAK COCOK TRAILER" TO
                     WS-HR-ALASAN
                PERFORM HRIS-KONTROL-JUMLAH
                MOVE WS-HR-TRL-K-X TO WS-HR-TRL-CEK-X
                MOVE WS-HR-JML-K TO WS-HR-TRL-CEK-JML
                MOVE "JUMLAH AKSI K TIDAK COCOK TRAILER" TO
                     WS-HR-ALASAN
                PERFORM HRIS-KONTROL-JUMLAH
           END-IF.

      *satu angka kontrol trailer (kosong = tidak dicek)
       HRIS-KONTROL-JUMLAH.
           IF WS-HR-TRL-CEK-X NOT = SPACES
                MOVE WS-HR-TRL-CEK-X TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF NOT ANGKA-VALID OR
                     WS-AN-NILAI NOT = WS-HR-TRL-CEK-JML
                     PERFORM HRIS-KONTROL-ERROR
                END-IF
           END-IF.

      *kesalahan kontrol disimpan dulu (maksimal 10 ditampilkan),
      *laporan baru ditulis setelah checkpoint dicek
       HRIS-KONTROL-ERROR.
           ADD 1 TO WS-HR-KTRL-ERR.
           IF WS-HR-KTRL-ERR <= 10
                MOVE WS-HR-SEQ TO WS-HR-KTRL-BARIS (WS-HR-KTRL-ERR)
                MOVE WS-HR-ALASAN TO WS-HR-KTRL-ALASAN (WS-HR-KTRL-ERR)
           END-IF.

       HRIS-TULIS-KONTROL.
           PERFORM HRIS-BUKA-TOLAK.
           IF WS-HRTOLAK-STATUS = "00"
                PERFORM VARYING WS-HR-KTRL-IDX FROM 1 BY 1
                     UNTIL WS-HR-KTRL-IDX > WS-HR-KTRL-ERR
                     OR WS-HR-KTRL-IDX > 10
                     MOVE WS-HR-KTRL-BARIS (WS-HR-KTRL-IDX) TO
                          WS-VAL-LINE-DISPLAY
                     MOVE SPACES TO HRTOLAK-OUT-LINE
                     STRING "BARIS " DELIMITED BY SIZE
                          WS-VAL-LINE-DISPLAY DELIMITED BY SIZE
                          ",FILE," DELIMITED BY SIZE
                          WS-HR-KTRL-ALASAN (WS-HR-KTRL-IDX)
                          DELIMITED BY SIZE
                          INTO HRTOLAK-OUT-LINE
                     END-STRING
                     WRITE HRTOLAK-OUT-LINE
                END-PERFORM
                MOVE SPACES TO HRTOLAK-OUT-LINE
                STRING "FILE DITOLAK, " DELIMITED BY SIZE
                     WS-HR-KTRL-ERR DELIMITED BY SIZE
                     " KESALAHAN KONTROL" DELIMITED BY SIZE
                     INTO HRTOLAK-OUT-LINE
                END-STRING
                WRITE HRTOLAK-OUT-LINE
                CLOSE HRTOLAK-FILE
           END-IF.

      *checkpoint id batch : "S" berarti file sudah diterapkan penuh
      *dan ditolak, "R" berarti terputus dan dilanjutkan setelah
      *baris terakhir yang selesai (jumlah transaksi harus sama)
       HRIS-CEK-CKPT.
           PERFORM HRIS-CKPT-BANGUN-NAMA.
           PERFORM HRIS-CKPT-BACA.
           EVALUATE TRUE
               WHEN WS-HR-CK-STATUS = "S"
                    DISPLAY "Batch HRIS " WS-HR-ID " sudah diterapkan "
                         "penuh sebelumnya (" WS-HR-TERAP-COUNT
                         " transaksi), TIDAK diterapkan ulang."
                    MOVE "N" TO WS-HR-BOLEH
               WHEN WS-HR-CK-STATUS = "R" AND
                    WS-HR-CK-JML NOT = WS-HR-DATA-JML
                    DISPLAY "Run terputus batch " WS-HR-ID " berisi "
                         WS-HR-CK-JML " transaksi, file sekarang "
                         WS-HR-DATA-JML "; isi file berbeda, run "
                         "DITOLAK."
                    MOVE "N" TO WS-HR-BOLEH
               WHEN WS-HR-CK-STATUS = "R"
                    DISPLAY "Run sebelumnya terputus setelah baris "
                         WS-HR-SKIP " (diterapkan " WS-HR-TERAP-COUNT
                         ", ditolak " WS-HR-TOLAK-COUNT
                         "), dilanjutkan dari baris berikutnya."
               WHEN OTHER
                    MOVE ZERO TO WS-HR-SKIP WS-HR-TERAP-COUNT
                         WS-HR-TOLAK-COUNT
           END-EVALUATE.

      *membentuk nama file checkpoint : hris-checkpoint-<id>.dat
       HRIS-CKPT-BANGUN-NAMA.
           MOVE SPACES TO WS-HRCKPT-FILENAME.
           STRING "hris-checkpoint-" DELIMITED BY SIZE
                WS-HR-ID DELIMITED BY SPACE
                ".dat" DELIMITED BY SIZE
                INTO WS-HRCKPT-FILENAME
           END-STRING.

       HRIS-CKPT-BACA.
           MOVE SPACE TO WS-HR-CK-STATUS.
           OPEN INPUT HRCKPT-FILE.
           IF WS-HRCKPT-STATUS = "00"
                READ HRCKPT-FILE
                     AT END
                          CONTINUE
                     NOT AT END
                          PERFORM HRIS-CKPT-PARSE
                END-READ
                CLOSE HRCKPT-FILE
           END-IF.

      *format : status,id,baris,diterapkan,ditolak,jumlah-transaksi
       HRIS-CKPT-PARSE.
           MOVE SPACES TO WS-HR-CK-STATUS-X WS-HR-CK-ID-X
                WS-HR-CK-SEQ-X WS-HR-CK-TERAP-X WS-HR-CK-TOLAK-X
                WS-HR-CK-JML-X.
           UNSTRING HRCKPT-RECORD DELIMITED BY ","
                INTO WS-HR-CK-STATUS-X WS-HR-CK-ID-X WS-HR-CK-SEQ-X
                     WS-HR-CK-TERAP-X WS-HR-CK-TOLAK-X WS-HR-CK-JML-X
           END-UNSTRING.
           IF WS-HR-CK-ID-X = WS-HR-ID
                AND WS-HR-CK-SEQ-X IS NUMERIC
                AND WS-HR-CK-TERAP-X IS NUMERIC
                AND WS-HR-CK-TOLAK-X IS NUMERIC
                AND WS-HR-CK-JML-X IS NUMERIC
                MOVE WS-HR-CK-STATUS-X TO WS-HR-CK-STATUS
                MOVE WS-HR-CK-SEQ-X TO WS-HR-SKIP
                MOVE WS-HR-CK-TERAP-X TO WS-HR-TERAP-COUNT
                MOVE WS-HR-CK-TOLAK-X TO WS-HR-TOLAK-COUNT
                MOVE WS-HR-CK-JML-X TO WS-HR-CK-JML
           END-IF.

       HRIS-CKPT-TULIS.
           OPEN OUTPUT HRCKPT-FILE.
           IF WS-HRCKPT-STATUS = "00"
                MOVE SPACES TO HRCKPT-RECORD
                STRING WS-HR-CK-STATUS DELIMITED BY SIZE
                     "," WS-HR-ID DELIMITED BY SPACE
                     "," WS-HR-SEQ DELIMITED BY SIZE
                     "," WS-HR-TERAP-COUNT DELIMITED BY SIZE
                     "," WS-HR-TOLAK-COUNT DELIMITED BY SIZE
                     "," WS-HR-DATA-JML DELIMITED BY SIZE
                     INTO HRCKPT-RECORD
                END-STRING
                WRITE HRCKPT-RECORD
                CLOSE HRCKPT-FILE
           ELSE
                DISPLAY "Gagal menulis checkpoint HRIS ("
                     WS-HRCKPT-STATUS ")."
           END-IF.

      *laporan dibuka OUTPUT untuk run baru, EXTEND bila melanjutkan
      *run terputus supaya baris yang sudah dilaporkan tidak hilang
       HRIS-BUKA-TOLAK.
           IF WS-HR-SKIP > ZERO
                OPEN EXTEND HRTOLAK-FILE
                IF WS-HRTOLAK-STATUS = "05" OR
                     WS-HRTOLAK-STATUS = "35"
                     OPEN OUTPUT HRTOLAK-FILE
                END-IF
           ELSE
                OPEN OUTPUT HRTOLAK-FILE
           END-IF.
           IF WS-HRTOLAK-STATUS NOT = "00"
                DISPLAY "Gagal membuka laporan penolakan : "
                     WS-HRTOLAK-FILENAME " (" WS-HRTOLAK-STATUS ")"
           END-IF.

       HRIS-BUKA-TERAP.
           IF WS-HR-SKIP > ZERO
                OPEN EXTEND HRTERAP-FILE
                IF WS-HRTERAP-STATUS = "05" OR
                     WS-HRTERAP-STATUS = "35"
                     OPEN OUTPUT HRTERAP-FILE
                END-IF
           ELSE
                OPEN OUTPUT HRTERAP-FILE
           END-IF.
           IF WS-HRTERAP-STATUS NOT = "00"
                DISPLAY "Gagal membuka laporan perubahan : "
                     WS-HRTERAP-FILENAME " (" WS-HRTERAP-STATUS ")"
           END-IF.

      *baca kedua : transaksi setelah checkpoint diproses satu per
      *satu, checkpoint ditulis ulang setelah tiap transaksi
       HRIS-TERAPKAN-FILE.
           PERFORM HRIS-BUKA-TOLAK.
           PERFORM HRIS-BUKA-TERAP.
           IF WS-HRTOLAK-STATUS NOT = "00" OR
                WS-HRTERAP-STATUS NOT = "00"
                MOVE 8 TO WS-RUN-RC
           ELSE
                OPEN INPUT HRIS-FILE
           END-IF.
           IF WS-RUN-RC < 8 AND WS-HRIS-STATUS NOT = "00"
                DISPLAY "Gagal membuka file HRIS : " WS-HRIS-FILENAME
                DISPLAY "File status : " WS-HRIS-STATUS
                MOVE 8 TO WS-RUN-RC
           END-IF.
           IF WS-RUN-RC < 8
                PERFORM HRIS-TULIS-JUDUL
                MOVE ZERO TO WS-HR-SEQ
                MOVE "N" TO WS-HR-EOF
                PERFORM UNTIL WS-HR-EOF = "Y" OR WS-HR-BERHENTI = "Y"
                     READ HRIS-FILE
                          AT END
                               MOVE "Y" TO WS-HR-EOF
                          NOT AT END
                               ADD 1 TO WS-HR-SEQ
                               IF HRIS-IN-LINE (1:2) = "H," OR
                                    HRIS-IN-LINE = "H" OR
                                    HRIS-IN-LINE (1:2) = "T," OR
                                    HRIS-IN-LINE = SPACES
                                    CONTINUE
                               ELSE
                                    IF WS-HR-SEQ > WS-HR-SKIP
                                         PERFORM HRIS-OLAH-BARIS
                                         PERFORM HRIS-CKPT-JALAN
                                    END-IF
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE HRIS-FILE
                PERFORM HRIS-TULIS-PENUTUP
           END-IF.
           CLOSE HRTOLAK-FILE HRTERAP-FILE.
           MOVE WS-HR-TOLAK-COUNT TO WS-VAL-ERRORS.
           MOVE SPACES TO WS-RUN-CATATAN.
           STRING ",HRIS-" DELIMITED BY SIZE
                WS-HR-ID DELIMITED BY SPACE
                INTO WS-RUN-CATATAN
           END-STRING.
           IF WS-HR-BERHENTI = "Y"
                MOVE 8 TO WS-RUN-RC
           ELSE
                IF WS-HR-TOLAK-COUNT > ZERO AND WS-RUN-RC < 4
                     MOVE 4 TO WS-RUN-RC
                END-IF
           END-IF.

      *checkpoint ditulis setelah transaksi selesai (diterapkan atau
      *ditolak); transaksi yang gagal disimpan tidak dicatat supaya
      *diulang saat run dilanjutkan
       HRIS-CKPT-JALAN.
           IF WS-HR-BERHENTI NOT = "Y"
                MOVE "R" TO WS-HR-CK-STATUS
                PERFORM HRIS-CKPT-TULIS
           END-IF.

       HRIS-TULIS-JUDUL.
           IF WS-HR-SKIP = ZERO
                MOVE SPACES TO HRTOLAK-OUT-LINE
                STRING "TRANSAKSI HRIS DITOLAK - BATCH " DELIMITED BY
                     SIZE WS-HR-ID DELIMITED BY SPACE
                     " TANGGAL FILE " DELIMITED BY SIZE
                     WS-HR-TGL-FILE DELIMITED BY SIZE
                     INTO HRTOLAK-OUT-LINE
                END-STRING
                WRITE HRTOLAK-OUT-LINE
                MOVE "BARIS,AKSI,NIK,ALASAN" TO HRTOLAK-OUT-LINE
                WRITE HRTOLAK-OUT-LINE
                MOVE SPACES TO HRTERAP-OUT-LINE
                STRING "TRANSAKSI HRIS DITERAPKAN - BATCH " DELIMITED
                     BY SIZE WS-HR-ID DELIMITED BY SPACE
                     " TANGGAL FILE " DELIMITED BY SIZE
                     WS-HR-TGL-FILE DELIMITED BY SIZE
                     " PETUGAS " DELIMITED BY SIZE
                     WS-OPERATOR-ID DELIMITED BY SIZE
                     INTO HRTERAP-OUT-LINE
                END-STRING
                WRITE HRTERAP-OUT-LINE
                MOVE "BARIS,AKSI,NIK,NAMA,KODE PTKP,BERLAKU,STATUS,TGL K
      -              "ELUAR,KETERANGAN" TO HRTERAP-OUT-LINE
                WRITE HRTERAP-OUT-LINE
           ELSE
                MOVE WS-HR-SKIP TO WS-VAL-LINE-DISPLAY
                MOVE SPACES TO HRTERAP-OUT-LINE
                STRING "DILANJUTKAN SETELAH BARIS " DELIMITED BY SIZE
                     WS-VAL-LINE-DISPLAY DELIMITED BY SIZE
                     " PETUGAS " DELIMITED BY SIZE
                     WS-OPERATOR-ID DELIMITED BY SIZE
                     INTO HRTERAP-OUT-LINE
                END-STRING
                WRITE HRTERAP-OUT-LINE
                MOVE HRTERAP-OUT-LINE TO HRTOLAK-OUT-LINE
                WRITE HRTOLAK-OUT-LINE
           END-IF.

       HRIS-TULIS-PENUTUP.
           IF WS-HR-BERHENTI = "Y"
                DISPLAY "Run HRIS DIHENTIKAN pada baris " WS-HR-SEQ
                     ", jalankan ulang untuk melanjutkan; transaksi "
                     "yang sudah diterapkan tidak diulang."
           ELSE
                MOVE "S" TO WS-HR-CK-STATUS
                PERFORM HRIS-CKPT-TULIS
                MOVE SPACES TO HRTERAP-OUT-LINE
                STRING "TOTAL DITERAPKAN " DELIMITED BY SIZE
                     WS-HR-TERAP-COUNT DELIMITED BY SIZE
                     ", DITOLAK " DELIMITED BY SIZE
                     WS-HR-TOLAK-COUNT DELIMITED BY SIZE
                     INTO HRTERAP-OUT-LINE
                END-STRING
                WRITE HRTERAP-OUT-LINE
                MOVE HRTERAP-OUT-LINE TO HRTOLAK-OUT-LINE
                WRITE HRTOLAK-OUT-LINE
                DISPLAY "Selesai. " WS-HR-TERAP-COUNT
                     " transaksi diterapkan, " WS-HR-TOLAK-COUNT
                     " ditolak."
                DISPLAY "Laporan di file " WS-HRTERAP-FILENAME
                     " dan " WS-HRTOLAK-FILENAME
           END-IF.

      *satu transaksi : B = karyawan baru (atau masuk kembali bila
      *NIK non-aktif), U = ubah data karyawan yang ada, K = keluar
      *(tanggal keluar diisi dan status dinonaktifkan)
       HRIS-OLAH-BARIS.
           MOVE "N" TO WS-HR-TOLAK.
           MOVE SPACES TO WS-HR-AKSI WS-HR-NIK WS-HR-NAMA WS-HR-NPWP
                WS-HR-KODE WS-HR-DEPT WS-HR-BPJSK WS-HR-BPJST
                WS-HR-BPJSP WS-HR-IURPEN WS-HR-MASUK-X WS-HR-KELUAR-X
                WS-HR-METODE WS-HR-TIPE WS-HR-BERLAKU-X.
           MOVE ZERO TO WS-HR-BERLAKU.
           UNSTRING HRIS-IN-LINE DELIMITED BY ","
                INTO WS-HR-AKSI WS-HR-NIK WS-HR-NAMA WS-HR-NPWP
                     WS-HR-KODE WS-HR-DEPT WS-HR-BPJSK WS-HR-BPJST
                     WS-HR-BPJSP WS-HR-IURPEN WS-HR-MASUK-X
                     WS-HR-KELUAR-X WS-HR-METODE WS-HR-TIPE
                     WS-HR-BERLAKU-X
           END-UNSTRING.
           IF WS-HR-AKSI NOT = "B" AND WS-HR-AKSI NOT = "U"
                AND WS-HR-AKSI NOT = "K"
                MOVE "KODE AKSI BUKAN B/U/K" TO WS-HR-ALASAN
                PERFORM HRIS-CATAT-TOLAK
           END-IF.
      *    NIK kependudukan selalu 16 digit angka penuh
           IF WS-HR-NIK IS NOT NUMERIC
                MOVE "NIK BUKAN 16 DIGIT ANGKA" TO WS-HR-ALASAN
                PERFORM HRIS-CATAT-TOLAK
           END-IF.
           IF WS-HR-TOLAK = "N"
                MOVE WS-HR-NIK TO EMP-NIK
                PERFORM CARI-EMP-MASTER
                PERFORM HRIS-CEK-MASTER
           END-IF.
           IF WS-HR-TOLAK = "N"
                PERFORM EMPJRN-SIMPAN-LAMA
                IF WS-HR-AKSI = "K"
                     PERFORM HRIS-SUSUN-KELUAR
                ELSE
                     PERFORM HRIS-SUSUN-DATA
                END-IF
           END-IF.
           IF WS-HR-TOLAK = "N"
                PERFORM HRIS-SIMPAN
           ELSE
                ADD 1 TO WS-HR-TOLAK-COUNT
           END-IF.

      *B ditolak bila NIK sudah aktif di master, U dan K ditolak
      *bila NIK belum ada
       HRIS-CEK-MASTER.
           IF WS-HR-AKSI = "B"
                IF EMP-DITEMUKAN AND EMP-STATUS-AKTIF = "A"
                     MOVE "NIK SUDAH AKTIF DI MASTER" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           ELSE
                IF NOT EMP-DITEMUKAN
                     MOVE "NIK TIDAK ADA DI MASTER" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.

      *transaksi B dan U : kolom yang terisi menimpa isi master,
      *kolom kosong mempertahankan nilai lama (karyawan baru memakai
      *nilai default yang sama dengan menu maintenance)
       HRIS-SUSUN-DATA.
           IF NOT EMP-DITEMUKAN
                MOVE SPACES TO EMP-MASTER-RECORD
                MOVE WS-HR-NIK TO EMP-NIK
                MOVE ZERO TO EMP-BPJS-KES EMP-BPJS-TK EMP-BPJS-PRSH
                     EMP-IURAN-PENSIUN EMP-TGL-MASUK EMP-TGL-KELUAR
                     EMP-PTKP-BERLAKU EMP-SKD-MULAI EMP-SKD-AKHIR
                     EMP-TARIF-P3B
                MOVE "G" TO EMP-METODE-PAJAK
                MOVE "T" TO EMP-TIPE-PENERIMA
                IF WS-HR-NAMA = SPACES
                     MOVE "NAMA KOSONG UNTUK KARYAWAN BARU" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
      *    karyawan masuk kembali : tanggal keluar lama dihapus
           IF WS-HR-AKSI = "B"
                MOVE "A" TO EMP-STATUS-AKTIF
                MOVE ZERO TO EMP-TGL-KELUAR
           END-IF.
           IF WS-HR-NAMA NOT = SPACES
                MOVE WS-HR-NAMA TO EMP-NAMA
           END-IF.
           IF WS-HR-NPWP NOT = SPACES
                MOVE WS-HR-NPWP TO WS-V-NPWP
                PERFORM NPWP-CEK-DIGIT
                IF WS-NP-RUSAK = "Y" OR
                     (WS-NP-DIGITS NOT = 15 AND
                      WS-NP-DIGITS NOT = 16)
                     MOVE "NPWP BUKAN 15-16 DIGIT" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                ELSE
                     MOVE WS-HR-NPWP TO EMP-NPWP
                END-IF
           END-IF.
           IF WS-HR-DEPT NOT = SPACES
                MOVE WS-HR-DEPT TO EMP-DEPARTEMEN
           END-IF.
           IF WS-HR-TIPE NOT = SPACE
                IF WS-HR-TIPE NOT = "T" AND WS-HR-TIPE NOT = "H"
                     AND WS-HR-TIPE NOT = "B" AND WS-HR-TIPE NOT = "W"
                     MOVE "TIPE PENERIMA BUKAN T/H/B/W" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                ELSE
                     MOVE WS-HR-TIPE TO EMP-TIPE-PENERIMA
                END-IF
           END-IF.
           IF WS-HR-METODE NOT = SPACE
                IF WS-HR-METODE NOT = "G" AND WS-HR-METODE NOT = "U"
                     AND WS-HR-METODE NOT = "N"
                     MOVE "METODE PAJAK BUKAN G/U/N" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                ELSE
                     MOVE WS-HR-METODE TO EMP-METODE-PAJAK
                END-IF
           END-IF.
           IF WS-HR-KODE NOT = SPACE
                MOVE WS-HR-KODE TO EMP-KODE-PTKP
           END-IF.
      *    pegawai tidak tetap, bukan pegawai dan wajib pajak luar
      *    negeri dihitung tanpa PTKP, jadi kode PTKP boleh kosong
           IF EMP-TIPE-PENERIMA = "H" OR EMP-TIPE-PENERIMA = "B"
                OR EMP-TIPE-PENERIMA = "W"
                CONTINUE
           ELSE
                MOVE EMP-KODE-PTKP TO WS-V-KODE-CEK
                PERFORM VALIDASI-CEK-KODE
                IF WS-V-KODE-VALID NOT = "Y"
                     MOVE "KODE PTKP TIDAK DIKENAL" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
           PERFORM HRIS-SUSUN-ANGKA.
           PERFORM HRIS-SUSUN-TANGGAL.
           IF EMP-TIPE-PENERIMA NOT = "W"
                MOVE SPACES TO EMP-NEGARA EMP-PASPOR-TIN EMP-SKD-NOMOR
                MOVE ZERO TO EMP-SKD-MULAI EMP-SKD-AKHIR EMP-TARIF-P3B
           END-IF.
           IF WS-HR-BERLAKU-X NOT = SPACES
                MOVE WS-HR-BERLAKU-X TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF NOT ANGKA-VALID OR WS-AN-NILAI < 1900
                     MOVE "TAHUN BERLAKU PTKP TIDAK VALID" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                ELSE
                     MOVE WS-AN-NILAI TO WS-HR-BERLAKU
                END-IF
           END-IF.
           IF WS-HR-TOLAK = "N"
                PERFORM HRIS-PTKP-BERLAKU
           END-IF.

       HRIS-SUSUN-ANGKA.
           IF WS-HR-BPJSK NOT = SPACES
                MOVE WS-HR-BPJSK TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF ANGKA-VALID
                     MOVE WS-AN-NILAI TO EMP-BPJS-KES
                ELSE
                     MOVE "BPJS KESEHATAN BUKAN ANGKA" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
           IF WS-HR-BPJST NOT = SPACES
                MOVE WS-HR-BPJST TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF ANGKA-VALID
                     MOVE WS-AN-NILAI TO EMP-BPJS-TK
                ELSE
                     MOVE "BPJS KETENAGAKERJAAN BUKAN ANGKA" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
           IF WS-HR-BPJSP NOT = SPACES
                MOVE WS-HR-BPJSP TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF ANGKA-VALID
                     MOVE WS-AN-NILAI TO EMP-BPJS-PRSH
                ELSE
                     MOVE "BPJS PERUSAHAAN BUKAN ANGKA" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
           IF WS-HR-IURPEN NOT = SPACES
                MOVE WS-HR-IURPEN TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF ANGKA-VALID
                     MOVE WS-AN-NILAI TO EMP-IURAN-PENSIUN
                ELSE
                     MOVE "IURAN PENSIUN BUKAN ANGKA" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.

       HRIS-SUSUN-TANGGAL.
           IF WS-HR-MASUK-X NOT = SPACES
                MOVE WS-HR-MASUK-X TO WS-HR-TGL-X
                PERFORM HRIS-CEK-TANGGAL
                IF WS-HR-TGL-OK = "Y"
                     MOVE WS-HR-TGL-N TO EMP-TGL-MASUK
                ELSE
                     MOVE "TANGGAL MASUK TIDAK VALID" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
           IF WS-HR-KELUAR-X NOT = SPACES
                MOVE WS-HR-KELUAR-X TO WS-HR-TGL-X
                PERFORM HRIS-CEK-TANGGAL
                IF WS-HR-TGL-OK = "Y"
                     MOVE WS-HR-TGL-N TO EMP-TGL-KELUAR
                ELSE
                     MOVE "TANGGAL KELUAR TIDAK VALID" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.
           PERFORM HRIS-CEK-URUTAN-TGL.

      *transaksi K : tanggal keluar wajib, karyawan dinonaktifkan
      *seperti menu maintenance (masa keluarnya tetap dihitung batch)
       HRIS-SUSUN-KELUAR.
           IF WS-HR-KELUAR-X = SPACES
                MOVE "TGL KELUAR WAJIB UNTUK AKSI K" TO WS-HR-ALASAN
                PERFORM HRIS-CATAT-TOLAK
           ELSE
                MOVE WS-HR-KELUAR-X TO WS-HR-TGL-X
                PERFORM HRIS-CEK-TANGGAL
                IF WS-HR-TGL-OK NOT = "Y" OR WS-HR-TGL-N = ZERO
                     MOVE "TANGGAL KELUAR TIDAK VALID" TO WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                ELSE
                     MOVE WS-HR-TGL-N TO EMP-TGL-KELUAR
                     MOVE "N" TO EMP-STATUS-AKTIF
                     PERFORM HRIS-CEK-URUTAN-TGL
                END-IF
           END-IF.

      *tanggal keluar tidak boleh sebelum tanggal masuk (nol = kosong)
       HRIS-CEK-URUTAN-TGL.
           IF EMP-TGL-MASUK IS NUMERIC AND EMP-TGL-KELUAR IS NUMERIC
                IF EMP-TGL-KELUAR NOT = ZERO AND
                     EMP-TGL-KELUAR < EMP-TGL-MASUK
                     MOVE "TGL KELUAR SEBELUM TGL MASUK" TO
                          WS-HR-ALASAN
                     PERFORM HRIS-CATAT-TOLAK
                END-IF
           END-IF.

      *tanggal YYYYMMDD valid (bulan 1-12, hari sesuai bulan dan
      *tahun kabisat); "0" atau nol berarti tidak diisi
       HRIS-CEK-TANGGAL.
           MOVE "Y" TO WS-HR-TGL-OK.
           IF WS-HR-TGL-X = "0"
                MOVE ZEROS TO WS-HR-TGL-X
           END-IF.
           IF WS-HR-TGL-X IS NOT NUMERIC
                MOVE "N" TO WS-HR-TGL-OK
           ELSE
                IF WS-HR-TGL-N NOT = ZERO
                     PERFORM HRIS-CEK-TANGGAL-ISI
                END-IF
           END-IF.

       HRIS-CEK-TANGGAL-ISI.
           IF WS-HR-TGL-THN < 1900 OR WS-HR-TGL-BLN < 1
                OR WS-HR-TGL-BLN > 12 OR WS-HR-TGL-HR < 1
                MOVE "N" TO WS-HR-TGL-OK
           ELSE
                EVALUATE WS-HR-TGL-BLN
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                         MOVE 30 TO WS-HR-HARI-MAKS
                    WHEN 2
                         DIVIDE WS-HR-TGL-THN BY 4 GIVING WS-HR-BAGI
                              REMAINDER WS-HR-SISA-4
                         DIVIDE WS-HR-TGL-THN BY 100 GIVING WS-HR-BAGI
                              REMAINDER WS-HR-SISA-100
                         DIVIDE WS-HR-TGL-THN BY 400 GIVING WS-HR-BAGI
                              REMAINDER WS-HR-SISA-400
                         IF WS-HR-SISA-4 = ZERO AND
                              (WS-HR-SISA-100 NOT = ZERO OR
                               WS-HR-SISA-400 = ZERO)
                              MOVE 29 TO WS-HR-HARI-MAKS
                         ELSE
                              MOVE 28 TO WS-HR-HARI-MAKS
                         END-IF
                    WHEN OTHER
                         MOVE 31 TO WS-HR-HARI-MAKS
                END-EVALUATE
                IF WS-HR-TGL-HR > WS-HR-HARI-MAKS
                     MOVE "N" TO WS-HR-TGL-OK
                END-IF
           END-IF.

      *perubahan kode PTKP karyawan yang sudah ada berlaku tahun
      *pajak berikutnya kecuali file mengisi tahun berlaku sendiri,
      *aturan kode lama sama dengan menu maintenance
       HRIS-PTKP-BERLAKU.
           IF WS-EJ-ADA-LAMA NOT = "Y"
                MOVE ZERO TO EMP-PTKP-BERLAKU
                MOVE SPACE TO EMP-KODE-PTKP-LAMA
           ELSE
                IF EMP-KODE-PTKP NOT = WS-EJ-KODE-LAMA
                     ACCEPT WS-TGL-SISTEM FROM DATE YYYYMMDD
                     MOVE WS-TGL-SISTEM(1:4) TO WS-EJ-TAHUN-SISTEM
                     COMPUTE WS-EJ-BERLAKU = WS-EJ-TAHUN-SISTEM + 1
                     IF WS-HR-BERLAKU NOT = ZERO
                          MOVE WS-HR-BERLAKU TO WS-EJ-BERLAKU
                     END-IF
                     PERFORM EMPMAINT-BERLAKU-SET
                END-IF
           END-IF.

      *simpan ke master lalu jurnal; bila master tidak bisa diubah
      *run dihentikan tanpa menandai transaksi ini selesai
       HRIS-SIMPAN.
           PERFORM SIMPAN-EMP-MASTER.
           IF WS-EMPM-SIMPAN-OK = "Y"
                IF WS-HR-AKSI = "K"
                     MOVE "N" TO WS-EJ-AKSI
                     PERFORM EMPJRN-CATAT-STATUS
                     MOVE "KELUAR" TO WS-HR-KET
                ELSE
                     PERFORM EMPJRN-CATAT-UBAH
                     EVALUATE TRUE
                         WHEN WS-HR-AKSI = "U"
                              MOVE "DIUBAH" TO WS-HR-KET
                         WHEN WS-EJ-ADA-LAMA = "Y"
                              MOVE "MASUK KEMBALI" TO WS-HR-KET
                         WHEN OTHER
                              MOVE "KARYAWAN BARU" TO WS-HR-KET
                     END-EVALUATE
                END-IF
                ADD 1 TO WS-HR-TERAP-COUNT
                PERFORM HRIS-TULIS-TERAPAN
           ELSE
                MOVE "Y" TO WS-HR-BERHENTI
           END-IF.

       HRIS-TULIS-TERAPAN.
           MOVE WS-HR-SEQ TO WS-VAL-LINE-DISPLAY.
           MOVE SPACES TO HRTERAP-OUT-LINE.
           STRING "BARIS " DELIMITED BY SIZE
                WS-VAL-LINE-DISPLAY DELIMITED BY SIZE
                "," WS-HR-AKSI DELIMITED BY SIZE
                "," EMP-NIK DELIMITED BY SIZE
                "," EMP-NAMA DELIMITED BY SIZE
                "," EMP-KODE-PTKP DELIMITED BY SIZE
                "," EMP-PTKP-BERLAKU DELIMITED BY SIZE
                "," EMP-STATUS-AKTIF DELIMITED BY SIZE
                "," EMP-TGL-KELUAR DELIMITED BY SIZE
                "," WS-HR-KET DELIMITED BY SIZE
                INTO HRTERAP-OUT-LINE
           END-STRING.
           WRITE HRTERAP-OUT-LINE.

      *menulis satu baris laporan penolakan transaksi
       HRIS-CATAT-TOLAK.
           MOVE "Y" TO WS-HR-TOLAK.
           MOVE WS-HR-SEQ TO WS-VAL-LINE-DISPLAY.
           MOVE SPACES TO HRTOLAK-OUT-LINE.
           STRING "BARIS " DELIMITED BY SIZE
                WS-VAL-LINE-DISPLAY DELIMITED BY SIZE
                "," WS-HR-AKSI DELIMITED BY SIZE
                "," WS-HR-NIK DELIMITED BY SIZE
                "," WS-HR-ALASAN DELIMITED BY SIZE
                INTO HRTOLAK-OUT-LINE
           END-STRING.
           WRITE HRTOLAK-OUT-LINE.

      *peringatan dini kurang potong : pajak yang sudah dipotong
      *masa 1 s.d. masa terpilih (histori, run terakhir) ditambah
      *potongan TER bulan-bulan berikutnya dengan gaji masa ini,
      *dibandingkan dengan pajak setahun menurut tabel tarif atas
      *netto yang diproyeksikan. Karyawan yang selisihnya di atas
      *ambang nilai atau persen take home pay dilaporkan supaya
      *kekurangan di Desember bisa diatur lebih awal
       MODE-KPOTONG-PROSES.
           DISPLAY " ".
           DISPLAY "Peringatan dini kurang potong tahun "
                WS-TAHUN-PAJAK " s.d. masa " WS-MASA-PAJAK.
           MOVE ZERO TO WS-KP-TANDA-COUNT.
           IF WS-MASA-PAJAK >= 12
                DISPLAY "Masa Desember dihitung ulang setahun lewat "
                     "menu 5, peringatan hanya untuk masa 1-11."
                MOVE 4 TO WS-RUN-RC
           ELSE
                MOVE "N" TO WS-KP-TERBUKA
                MOVE WS-MASA-PAJAK TO WS-PRD-MASA-IN
                PERFORM PERIODE-BACA
                IF WS-PRD-DITEMUKAN NOT = "Y" OR PRD-STATUS NOT = "C"
                     MOVE "Y" TO WS-KP-TERBUKA
                     DISPLAY "PERHATIAN : masa " WS-MASA-PAJAK
                          " belum ditutup, angkanya masih bisa "
                          "berubah."
                END-IF
                PERFORM KPOTONG-TANYA-AMBANG
                MOVE WS-MASA-PAJAK TO WS-TU-MASA-MAX
                PERFORM TRUEUP-BACA-LOG
                PERFORM KPOTONG-BACA-HIST
                EVALUATE TRUE
                    WHEN WS-HIST-TERSEDIA NOT = "Y"
                         DISPLAY "File histori belum ada, jalankan "
                              "konversi log (menu 11) lebih dulu."
                         MOVE 4 TO WS-RUN-RC
                    WHEN WS-RM-PENUH = "Y" OR WS-TU-PENUH = "Y"
                         OR WS-KP-PENUH = "Y"
                         DISPLAY "Kapasitas tabel histori terlampaui, "
                              "laporan DIBATALKAN supaya tidak "
                              "menghasilkan angka yang salah."
                         MOVE 8 TO WS-RUN-RC
                    WHEN WS-KP-COUNT = ZERO
                         DISPLAY "Tidak ada gaji pegawai tetap di "
                              "histori masa ini, tidak ada yang "
                              "diproyeksikan."
                    WHEN OTHER
                         PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                              UNTIL WS-KP-IDX > WS-KP-COUNT
                              PERFORM KPOTONG-PROYEKSI
                         END-PERFORM
                         PERFORM KPOTONG-CARI-PRSH
                         PERFORM KPOTONG-KELOMPOK
                         PERFORM KPOTONG-TULIS-LAPORAN
                END-EVALUATE
           END-IF.

      *ambang dari file parameter atau operator; kosong = default,
      *isi yang bukan angka diabaikan
       KPOTONG-TANYA-AMBANG.
           IF AUTO-RUN
                MOVE WS-PAR-AMBANG-NILAI TO WS-KP-AMBANG-X
           ELSE
                MOVE WS-KP-AMBANG-NILAI TO WS-KP-D-AMBANG
                DISPLAY "Ambang kurang potong Rp (kosongkan untuk "
                     WS-KP-D-AMBANG ", 0 = tidak dipakai) = "
                MOVE SPACES TO WS-KP-AMBANG-X
                ACCEPT WS-KP-AMBANG-X
           END-IF.
           IF WS-KP-AMBANG-X NOT = SPACES
                MOVE WS-KP-AMBANG-X TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF ANGKA-VALID AND WS-AN-NILAI < 1000000000000
                     MOVE WS-AN-NILAI TO WS-KP-AMBANG-NILAI
                ELSE
                     DISPLAY "Ambang nilai tidak valid, memakai "
                          "default."
                END-IF
           END-IF.
           IF AUTO-RUN
                MOVE WS-PAR-AMBANG-PERSEN TO WS-KP-AMBANG-X
           ELSE
                MOVE WS-KP-AMBANG-PERSEN TO WS-KP-D-AMBANG-P
                DISPLAY "Ambang persen take home pay (kosongkan untuk "
                     WS-KP-D-AMBANG-P ", 0 = tidak dipakai) = "
                MOVE SPACES TO WS-KP-AMBANG-X
                ACCEPT WS-KP-AMBANG-X
           END-IF.
           IF WS-KP-AMBANG-X NOT = SPACES
                MOVE WS-KP-AMBANG-X TO WS-AN-TEKS
                PERFORM ANGKA-DARI-TEKS
                IF ANGKA-VALID AND WS-AN-NILAI <= 999
                     MOVE WS-AN-NILAI TO WS-KP-AMBANG-PERSEN
                ELSE
                     DISPLAY "Ambang persen tidak valid, memakai "
                          "default."
                END-IF
           END-IF.
           MOVE WS-KP-AMBANG-NILAI TO WS-KP-D-AMBANG.
           MOVE WS-KP-AMBANG-PERSEN TO WS-KP-D-AMBANG-P.
           DISPLAY "Ambang dipakai : Rp " WS-KP-D-AMBANG " atau "
                WS-KP-D-AMBANG-P "% take home pay".

      *gaji berjalan : baris reguler (bukan bonus/rapel/final)
      *pegawai tetap periode bulanan masa terpilih. Key urut run naik
      *per NIK, jadi run terakhir menimpa run sebelumnya
       KPOTONG-BACA-HIST.
           MOVE "N" TO WS-HIST-TERSEDIA WS-KP-PENUH.
           MOVE ZERO TO WS-KP-COUNT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
                IF WS-HIST-STATUS NOT = "35"
                     DISPLAY "File histori tidak bisa dibuka ("
                          WS-HIST-STATUS ")."
                END-IF
           ELSE
                MOVE "Y" TO WS-HIST-TERSEDIA
                MOVE LOW-VALUES TO HST-KEY
                MOVE WS-TAHUN-PAJAK TO HST-TAHUN
                MOVE WS-MASA-PAJAK TO HST-MASA
                START HIST-FILE KEY IS NOT LESS THAN HST-KEY
                     INVALID KEY
                          CONTINUE
                END-START
                PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                     READ HIST-FILE NEXT RECORD
                          AT END
                               MOVE "10" TO WS-HIST-STATUS
                          NOT AT END
                               IF HST-TAHUN NOT = WS-TAHUN-PAJAK
                                    OR HST-MASA NOT = WS-MASA-PAJAK
                                    MOVE "10" TO WS-HIST-STATUS
                               ELSE
                                    IF HST-JENIS = "R"
                                         AND HST-PERIODE = "B"
                                         AND HST-KODE-OBJEK =
                                              "21-100-01"
                                         PERFORM KPOTONG-HIST-OLAH
                                    END-IF
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE HIST-FILE
           END-IF.

       KPOTONG-HIST-OLAH.
           MOVE "N" TO WS-KP-KETEMU.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                UNTIL WS-KP-IDX > WS-KP-COUNT OR WS-KP-KETEMU = "Y"
                IF WS-KP-NIK (WS-KP-IDX) = HST-NIK
                     MOVE "Y" TO WS-KP-KETEMU
                END-IF
           END-PERFORM.
           IF WS-KP-KETEMU = "Y"
                SUBTRACT 1 FROM WS-KP-IDX
           ELSE
                IF WS-KP-COUNT >= 5000
                     IF WS-KP-PENUH NOT = "Y"
                          MOVE "Y" TO WS-KP-PENUH
                          DISPLAY "Tabel peringatan penuh (maks 5000 "
                               "NIK), histori tidak lengkap."
                     END-IF
                     MOVE ZERO TO WS-KP-IDX
                ELSE
                     ADD 1 TO WS-KP-COUNT
                     MOVE WS-KP-COUNT TO WS-KP-IDX
                     MOVE HST-NIK TO WS-KP-NIK (WS-KP-IDX)
                     MOVE SPACES TO WS-KP-PRSH (WS-KP-IDX)
                     MOVE "N" TO WS-KP-GL-ADA (WS-KP-IDX)
                END-IF
           END-IF.
           IF WS-KP-IDX > ZERO
                MOVE HST-KODE-PTKP TO WS-KP-KODE (WS-KP-IDX)
                MOVE HST-BRUTO TO WS-KP-BRUTO (WS-KP-IDX)
                MOVE HST-NETTO TO WS-KP-NETTO (WS-KP-IDX)
                MOVE HST-PAJAK TO WS-KP-PAJAK (WS-KP-IDX)
           END-IF.

      *proyeksi satu NIK. Bulan terakhir = Desember, atau bulan
      *keluar bila tanggal keluar di master jatuh di tahun ini;
      *yang sudah keluar s.d. masa ini sudah dihitung final dan
      *dilewati. Netto setahun = netto s.d. masa ini + netto gaji
      *berjalan x sisa bulan; pajak setahun dari PTKP + tabel tarif.
      *Potongan yang akan terjadi = pajak s.d. masa ini + TER gaji
      *berjalan untuk bulan-bulan sebelum bulan terakhir. Take home
      *pay = bruto - premi BPJS perusahaan (ikut dalam bruto) -
      *iuran karyawan - pajak sebulan
       KPOTONG-PROYEKSI.
           MOVE "N" TO WS-KP-TANDA (WS-KP-IDX)
                WS-KP-GRUP-ADA (WS-KP-IDX).
           MOVE SPACES TO WS-KP-KET (WS-KP-IDX).
           MOVE ZERO TO WS-KP-NETTO-YTD (WS-KP-IDX)
                WS-KP-PAJAK-YTD (WS-KP-IDX) WS-KP-SISA (WS-KP-IDX)
                WS-KP-SETAHUN (WS-KP-IDX) WS-KP-TERUTANG (WS-KP-IDX)
                WS-KP-DIPOTONG (WS-KP-IDX) WS-KP-KURANG (WS-KP-IDX)
                WS-KP-PERSEN (WS-KP-IDX).
           MOVE 12 TO WS-KP-BLN-AKHIR.
           MOVE ZERO TO WS-KP-POTONGAN.
           MOVE WS-KP-NIK (WS-KP-IDX) TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           IF EMP-DITEMUKAN
                MOVE EMP-NAMA TO WS-KP-NAMA (WS-KP-IDX)
                IF EMP-DEPARTEMEN = SPACES
                     MOVE "(TANPA DEPARTEMEN)" TO
                          WS-KP-DEPT (WS-KP-IDX)
                ELSE
                     MOVE EMP-DEPARTEMEN TO WS-KP-DEPT (WS-KP-IDX)
                END-IF
                COMPUTE WS-KP-POTONGAN = EMP-BPJS-PRSH + EMP-BPJS-KES
                     + EMP-BPJS-TK + EMP-IURAN-PENSIUN
                MOVE EMP-TGL-KELUAR TO WS-KP-TGL
                IF WS-KP-TGL-THN = WS-TAHUN-PAJAK
                     AND WS-KP-TGL-BLN >= 1 AND WS-KP-TGL-BLN <= 12
                     MOVE WS-KP-TGL-BLN TO WS-KP-BLN-AKHIR
                END-IF
                EVALUATE EMP-METODE-PAJAK
                    WHEN "U"
                         MOVE "GROSS-UP, DITANGGUNG PERUSAHAAN" TO
                              WS-KP-KET (WS-KP-IDX)
                    WHEN "N"
                         MOVE "NETT, DITANGGUNG PERUSAHAAN" TO
                              WS-KP-KET (WS-KP-IDX)
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE
           ELSE
                MOVE "(TIDAK DI MASTER)" TO WS-KP-NAMA (WS-KP-IDX)
                MOVE "(TIDAK DI MASTER)" TO WS-KP-DEPT (WS-KP-IDX)
           END-IF.
           IF WS-KP-BLN-AKHIR > WS-MASA-PAJAK
                PERFORM KPOTONG-HITUNG
           END-IF.

       KPOTONG-HITUNG.
           COMPUTE WS-KP-SISA (WS-KP-IDX) =
                WS-KP-BLN-AKHIR - WS-MASA-PAJAK.
           MOVE WS-KP-NIK (WS-KP-IDX) TO WS-CARI-NIK.
           PERFORM TRUEUP-CARI-NIK-TABEL.
           IF TU-KETEMU
                MOVE WS-TU-NETTO (WS-TU-IDX) TO
                     WS-KP-NETTO-YTD (WS-KP-IDX)
                MOVE WS-TU-PAJAK (WS-TU-IDX) TO
                     WS-KP-PAJAK-YTD (WS-KP-IDX)
           ELSE
                MOVE WS-KP-NETTO (WS-KP-IDX) TO
                     WS-KP-NETTO-YTD (WS-KP-IDX)
                MOVE WS-KP-PAJAK (WS-KP-IDX) TO
                     WS-KP-PAJAK-YTD (WS-KP-IDX)
           END-IF.
           COMPUTE WS-KP-SETAHUN (WS-KP-IDX) =
                WS-KP-NETTO-YTD (WS-KP-IDX)
                + WS-KP-NETTO (WS-KP-IDX) * WS-KP-SISA (WS-KP-IDX).
           COMPUTE WS-KP-DIPOTONG (WS-KP-IDX) =
                WS-KP-PAJAK-YTD (WS-KP-IDX)
                + WS-KP-PAJAK (WS-KP-IDX)
                * (WS-KP-SISA (WS-KP-IDX) - 1).
           MOVE ZERO TO PTKP PKP NILAI-PAJAK.
           MOVE WS-KP-KODE (WS-KP-IDX) TO PILIHAN.
           PERFORM AMBIL-PTKP.
           IF PTKP = ZERO
                MOVE "KODE PTKP TIDAK ADA DI TABEL" TO
                     WS-KP-KET (WS-KP-IDX)
           ELSE
                MOVE WS-KP-SETAHUN (WS-KP-IDX) TO INPUT-USER
                PERFORM HITUNG-PKP
                PERFORM HITUNG-PAJAK
                MOVE NILAI-PAJAK TO WS-KP-TERUTANG (WS-KP-IDX)
                IF WS-KP-TERUTANG (WS-KP-IDX) >
                     WS-KP-DIPOTONG (WS-KP-IDX)
                     COMPUTE WS-KP-KURANG (WS-KP-IDX) =
                          WS-KP-TERUTANG (WS-KP-IDX)
                          - WS-KP-DIPOTONG (WS-KP-IDX)
                END-IF
                PERFORM KPOTONG-UJI-AMBANG
           END-IF.

       KPOTONG-UJI-AMBANG.
           IF WS-KP-KURANG (WS-KP-IDX) > ZERO
                COMPUTE WS-KP-TAKE-HOME = WS-KP-BRUTO (WS-KP-IDX)
                     - WS-KP-POTONGAN - WS-KP-PAJAK (WS-KP-IDX)
                IF WS-KP-TAKE-HOME > ZERO
                     COMPUTE WS-KP-PERSEN-W ROUNDED =
                          WS-KP-KURANG (WS-KP-IDX) * 100
                          / WS-KP-TAKE-HOME
                ELSE
                     MOVE 9999.99 TO WS-KP-PERSEN-W
                END-IF
                IF WS-KP-PERSEN-W > 9999.99
                     MOVE 9999.99 TO WS-KP-PERSEN-W
                END-IF
                MOVE WS-KP-PERSEN-W TO WS-KP-PERSEN (WS-KP-IDX)
                IF WS-KP-AMBANG-NILAI = ZERO
                     AND WS-KP-AMBANG-PERSEN = ZERO
                     MOVE "Y" TO WS-KP-TANDA (WS-KP-IDX)
                END-IF
                IF WS-KP-AMBANG-NILAI > ZERO AND
                     WS-KP-KURANG (WS-KP-IDX) >= WS-KP-AMBANG-NILAI
                     MOVE "Y" TO WS-KP-TANDA (WS-KP-IDX)
                END-IF
                IF WS-KP-AMBANG-PERSEN > ZERO AND
                     WS-KP-PERSEN (WS-KP-IDX) >= WS-KP-AMBANG-PERSEN
                     MOVE "Y" TO WS-KP-TANDA (WS-KP-IDX)
                END-IF
           END-IF.
           IF WS-KP-TANDA (WS-KP-IDX) = "Y"
                ADD 1 TO WS-KP-TANDA-COUNT
                IF WS-KP-BLN-AKHIR < 12
                     AND WS-KP-KET (WS-KP-IDX) = SPACES
                     MOVE SPACES TO WS-KP-KET (WS-KP-IDX)
                     STRING "KELUAR BULAN " DELIMITED BY SIZE
                          WS-KP-BLN-AKHIR DELIMITED BY SIZE
                          INTO WS-KP-KET (WS-KP-IDX)
                     END-STRING
                END-IF
           END-IF.

      *perusahaan tiap NIK dari peta NIK -> perusahaan file GL
      *per-run masa terpilih, sama dengan simulasi tarif dan SPT
       KPOTONG-CARI-PRSH.
           PERFORM GLRUN-PETA-PRSH.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                UNTIL WS-KP-IDX > WS-KP-COUNT
                MOVE WS-KP-NIK (WS-KP-IDX) TO WS-CARI-NIK
                PERFORM GLRUN-PETA-CARI
                IF WS-GP-KETEMU = "Y"
                     MOVE WS-GP-PRSH (WS-GP-IDX) TO
                          WS-KP-PRSH (WS-KP-IDX)
                     MOVE "Y" TO WS-KP-GL-ADA (WS-KP-IDX)
                END-IF
           END-PERFORM.

      *karyawan yang ditandai dikelompokkan per perusahaan +
      *departemen, lalu kelompoknya diurutkan menurut kunci itu
       KPOTONG-KELOMPOK.
           MOVE ZERO TO WS-KPG-COUNT WS-KP-LUAR-COUNT.
           MOVE "N" TO WS-KPG-PENUH.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                UNTIL WS-KP-IDX > WS-KP-COUNT
                IF WS-KP-TANDA (WS-KP-IDX) = "Y"
                     PERFORM KPOTONG-TAMBAH-KELOMPOK
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-KPG-IDX FROM 1 BY 1
                UNTIL WS-KPG-IDX >= WS-KPG-COUNT
                PERFORM KPOTONG-URUT-LEWAT
           END-PERFORM.

      *label perusahaan : NIK tanpa record GL ditandai tersendiri,
      *kode kosong = profil default
       KPOTONG-TAMBAH-KELOMPOK.
           EVALUATE TRUE
               WHEN WS-KP-GL-ADA (WS-KP-IDX) NOT = "Y"
                    MOVE "(TANPA GL)" TO WS-KP-LABEL (WS-KP-IDX)
               WHEN WS-KP-PRSH (WS-KP-IDX) = SPACES
                    MOVE "(DEFAULT)" TO WS-KP-LABEL (WS-KP-IDX)
               WHEN OTHER
                    MOVE WS-KP-PRSH (WS-KP-IDX) TO
                         WS-KP-LABEL (WS-KP-IDX)
           END-EVALUATE.
           MOVE "N" TO WS-KPG-KETEMU.
           PERFORM VARYING WS-KPG-IDX FROM 1 BY 1
                UNTIL WS-KPG-IDX > WS-KPG-COUNT OR WS-KPG-KETEMU = "Y"
                IF WS-KPG-LABEL (WS-KPG-IDX) = WS-KP-LABEL (WS-KP-IDX)
                     AND WS-KPG-DEPT (WS-KPG-IDX) =
                          WS-KP-DEPT (WS-KP-IDX)
                     MOVE "Y" TO WS-KPG-KETEMU
                END-IF
           END-PERFORM.
           IF WS-KPG-KETEMU = "Y"
                SUBTRACT 1 FROM WS-KPG-IDX
           ELSE
                IF WS-KPG-COUNT >= 200
                     IF WS-KPG-PENUH NOT = "Y"
                          MOVE "Y" TO WS-KPG-PENUH
                          DISPLAY "Tabel kelompok perusahaan/"
                               "departemen penuh (maks 200), "
                               "subtotal TIDAK lengkap."
                     END-IF
                     MOVE ZERO TO WS-KPG-IDX
                ELSE
                     ADD 1 TO WS-KPG-COUNT
                     MOVE WS-KPG-COUNT TO WS-KPG-IDX
                     MOVE WS-KP-LABEL (WS-KP-IDX) TO
                          WS-KPG-LABEL (WS-KPG-IDX)
                     MOVE WS-KP-DEPT (WS-KP-IDX) TO
                          WS-KPG-DEPT (WS-KPG-IDX)
                     MOVE ZERO TO WS-KPG-ORANG (WS-KPG-IDX)
                     MOVE ZERO TO WS-KPG-KURANG (WS-KPG-IDX)
                END-IF
           END-IF.
           IF WS-KPG-IDX > ZERO
                MOVE "Y" TO WS-KP-GRUP-ADA (WS-KP-IDX)
                ADD 1 TO WS-KPG-ORANG (WS-KPG-IDX)
                ADD WS-KP-KURANG (WS-KP-IDX) TO
                     WS-KPG-KURANG (WS-KPG-IDX)
           ELSE
                ADD 1 TO WS-KP-LUAR-COUNT
           END-IF.

       KPOTONG-URUT-LEWAT.
           PERFORM VARYING WS-KPG-J FROM 1 BY 1
                UNTIL WS-KPG-J > WS-KPG-COUNT - WS-KPG-IDX
                COMPUTE WS-KPG-K = WS-KPG-J + 1
                IF WS-KPG-KUNCI (WS-KPG-J) > WS-KPG-KUNCI (WS-KPG-K)
                     MOVE WS-KPG-ENTRY (WS-KPG-J) TO WS-KPG-TUKAR
                     MOVE WS-KPG-ENTRY (WS-KPG-K) TO
                          WS-KPG-ENTRY (WS-KPG-J)
                     MOVE WS-KPG-TUKAR TO WS-KPG-ENTRY (WS-KPG-K)
                END-IF
           END-PERFORM.

      *laporan : rincian karyawan per kelompok dengan subtotal
      *departemen, subtotal perusahaan saat label perusahaan
      *berganti, lalu total
       KPOTONG-TULIS-LAPORAN.
           MOVE SPACES TO WS-KPRPT-FILENAME.
           STRING "peringatan-kurang-potong-" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-KPRPT-FILENAME
           END-STRING.
           OPEN OUTPUT KPRPT-FILE.
           IF WS-KPRPT-STATUS NOT = "00"
                DISPLAY "Gagal membuka file laporan : "
                     WS-KPRPT-FILENAME
                DISPLAY "File status : " WS-KPRPT-STATUS
                MOVE 8 TO WS-RUN-RC
           ELSE
                PERFORM KPOTONG-TULIS-JUDUL
                MOVE SPACES TO WS-KP-LABEL-LAMA
                MOVE ZERO TO WS-KP-PRSH-ORANG WS-KP-PRSH-KURANG
                     WS-KP-TOT-KURANG
                PERFORM VARYING WS-KPG-IDX FROM 1 BY 1
                     UNTIL WS-KPG-IDX > WS-KPG-COUNT
                     PERFORM KPOTONG-TULIS-KELOMPOK
                END-PERFORM
                IF WS-KPG-COUNT > ZERO
                     PERFORM KPOTONG-TULIS-SUB-PRSH
                END-IF
                IF WS-KP-LUAR-COUNT > ZERO
                     MOVE "PERHATIAN : TABEL KELOMPOK PENUH, KARYAWAN
      -                   "BERIKUT TANPA SUBTOTAL" TO KPRPT-OUT-LINE
                     WRITE KPRPT-OUT-LINE
                     PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                          UNTIL WS-KP-IDX > WS-KP-COUNT
                          IF WS-KP-TANDA (WS-KP-IDX) = "Y"
                               AND WS-KP-GRUP-ADA (WS-KP-IDX) = "N"
                               PERFORM KPOTONG-TULIS-SATU
                               ADD WS-KP-KURANG (WS-KP-IDX) TO
                                    WS-KP-TOT-KURANG
                          END-IF
                     END-PERFORM
                END-IF
                IF WS-KP-TANDA-COUNT = ZERO
                     MOVE "TIDAK ADA KARYAWAN DI ATAS AMBANG" TO
                          KPRPT-OUT-LINE
                     WRITE KPRPT-OUT-LINE
                END-IF
                MOVE WS-KP-TANDA-COUNT TO WS-KP-D-ORANG
                MOVE WS-KP-TOT-KURANG TO WS-KP-D-KURANG
                MOVE SPACES TO KPRPT-OUT-LINE
                STRING "TOTAL,,," DELIMITED BY SIZE
                     WS-KP-D-ORANG DELIMITED BY SIZE
                     " ORANG,,,,,,,," WS-KP-D-KURANG DELIMITED BY SIZE
                     ",," DELIMITED BY SIZE
                     INTO KPRPT-OUT-LINE
                END-STRING
                WRITE KPRPT-OUT-LINE
                CLOSE KPRPT-FILE
                DISPLAY "Selesai. " WS-KP-COUNT " karyawan "
                     "diproyeksikan, " WS-KP-TANDA-COUNT
                     " di atas ambang, kurang potong total "
                     WS-KP-D-KURANG
                DISPLAY "Laporan di file " WS-KPRPT-FILENAME
           END-IF.

       KPOTONG-TULIS-JUDUL.
           MOVE SPACES TO KPRPT-OUT-LINE.
           STRING "PERINGATAN DINI KURANG POTONG PPH 21 TAHUN "
                DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                " S.D. MASA " WS-MASA-PAJAK DELIMITED BY SIZE
                INTO KPRPT-OUT-LINE
           END-STRING.
           WRITE KPRPT-OUT-LINE.
           MOVE SPACES TO KPRPT-OUT-LINE.
           STRING "GAJI MASA " DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                " DIPROYEKSIKAN SAMPAI BULAN TERAKHIR, AMBANG Rp "
                DELIMITED BY SIZE
                WS-KP-D-AMBANG DELIMITED BY SIZE
                " ATAU " WS-KP-D-AMBANG-P DELIMITED BY SIZE
                "% TAKE HOME PAY (0 = TIDAK DIPAKAI)"
                DELIMITED BY SIZE
                INTO KPRPT-OUT-LINE
           END-STRING.
           WRITE KPRPT-OUT-LINE.
           IF WS-KP-TERBUKA = "Y"
                MOVE SPACES TO KPRPT-OUT-LINE
                STRING "PERHATIAN : MASA " DELIMITED BY SIZE
                     WS-MASA-PAJAK DELIMITED BY SIZE
                     " BELUM DITUTUP, ANGKA MASIH BISA BERUBAH"
                     DELIMITED BY SIZE
                     INTO KPRPT-OUT-LINE
                END-STRING
                WRITE KPRPT-OUT-LINE
           END-IF.
           MOVE SPACES TO KPRPT-OUT-LINE.
           STRING "PERUSAHAAN,DEPARTEMEN,NIK,NAMA,KODE PTKP,"
                DELIMITED BY SIZE
                "NETTO S.D. MASA INI,PAJAK S.D. MASA INI,SISA BULAN,"
                DELIMITED BY SIZE
                "NETTO SETAHUN PROYEKSI,PAJAK SETAHUN PROYEKSI,"
                DELIMITED BY SIZE
                "PROYEKSI DIPOTONG,KURANG POTONG,% TAKE HOME,"
                DELIMITED BY SIZE
                "KETERANGAN" DELIMITED BY SIZE
                INTO KPRPT-OUT-LINE
           END-STRING.
           WRITE KPRPT-OUT-LINE.

      *satu kelompok : subtotal perusahaan sebelumnya bila label
      *perusahaan berganti, rincian karyawannya, subtotal departemen
       KPOTONG-TULIS-KELOMPOK.
           IF WS-KPG-IDX > 1
                AND WS-KPG-LABEL (WS-KPG-IDX) NOT = WS-KP-LABEL-LAMA
                PERFORM KPOTONG-TULIS-SUB-PRSH
           END-IF.
           MOVE WS-KPG-LABEL (WS-KPG-IDX) TO WS-KP-LABEL-LAMA.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                UNTIL WS-KP-IDX > WS-KP-COUNT
                IF WS-KP-TANDA (WS-KP-IDX) = "Y"
                     AND WS-KP-GRUP-ADA (WS-KP-IDX) = "Y"
                     AND WS-KP-LABEL (WS-KP-IDX) =
                          WS-KPG-LABEL (WS-KPG-IDX)
                     AND WS-KP-DEPT (WS-KP-IDX) =
                          WS-KPG-DEPT (WS-KPG-IDX)
                     PERFORM KPOTONG-TULIS-SATU
                END-IF
           END-PERFORM.
           MOVE WS-KPG-ORANG (WS-KPG-IDX) TO WS-KP-D-ORANG.
           MOVE WS-KPG-KURANG (WS-KPG-IDX) TO WS-KP-D-KURANG.
           MOVE SPACES TO KPRPT-OUT-LINE.
           STRING WS-KPG-LABEL (WS-KPG-IDX) DELIMITED BY SIZE
                "," WS-KPG-DEPT (WS-KPG-IDX) DELIMITED BY SIZE
                ",SUBTOTAL DEPARTEMEN," DELIMITED BY SIZE
                WS-KP-D-ORANG DELIMITED BY SIZE
                " ORANG,,,,,,,," WS-KP-D-KURANG DELIMITED BY SIZE
                ",," DELIMITED BY SIZE
                INTO KPRPT-OUT-LINE
           END-STRING.
           WRITE KPRPT-OUT-LINE.
           ADD WS-KPG-ORANG (WS-KPG-IDX) TO WS-KP-PRSH-ORANG.
           ADD WS-KPG-KURANG (WS-KPG-IDX) TO WS-KP-PRSH-KURANG.
           ADD WS-KPG-KURANG (WS-KPG-IDX) TO WS-KP-TOT-KURANG.

       KPOTONG-TULIS-SUB-PRSH.
           MOVE "N" TO WS-PRSH-DITEMUKAN.
           IF WS-KP-LABEL-LAMA (1:1) NOT = "("
                MOVE WS-KP-LABEL-LAMA TO WS-PRSH-KODE-IN
                PERFORM PERUSAHAAN-BACA
           END-IF.
           MOVE WS-KP-PRSH-ORANG TO WS-KP-D-ORANG.
           MOVE WS-KP-PRSH-KURANG TO WS-KP-D-KURANG.
           MOVE SPACES TO KPRPT-OUT-LINE.
           IF WS-PRSH-DITEMUKAN = "Y"
                STRING WS-KP-LABEL-LAMA DELIMITED BY SIZE
                     ",,SUBTOTAL PERUSAHAAN," DELIMITED BY SIZE
                     WS-KP-D-ORANG DELIMITED BY SIZE
                     " ORANG,,,,,,,," WS-KP-D-KURANG DELIMITED BY SIZE
                     ",," PRS-NAMA DELIMITED BY SIZE
                     INTO KPRPT-OUT-LINE
                END-STRING
           ELSE
                STRING WS-KP-LABEL-LAMA DELIMITED BY SIZE
                     ",,SUBTOTAL PERUSAHAAN," DELIMITED BY SIZE
                     WS-KP-D-ORANG DELIMITED BY SIZE
                     " ORANG,,,,,,,," WS-KP-D-KURANG DELIMITED BY SIZE
                     ",," DELIMITED BY SIZE
                     INTO KPRPT-OUT-LINE
                END-STRING
           END-IF.
           WRITE KPRPT-OUT-LINE.
           MOVE ZERO TO WS-KP-PRSH-ORANG WS-KP-PRSH-KURANG.

       KPOTONG-TULIS-SATU.
           MOVE WS-KP-NETTO-YTD (WS-KP-IDX) TO WS-KP-D-NETTO-YTD.
           MOVE WS-KP-PAJAK-YTD (WS-KP-IDX) TO WS-KP-D-PAJAK-YTD.
           MOVE WS-KP-SISA (WS-KP-IDX) TO WS-KP-D-SISA.
           MOVE WS-KP-SETAHUN (WS-KP-IDX) TO WS-KP-D-SETAHUN.
           MOVE WS-KP-TERUTANG (WS-KP-IDX) TO WS-KP-D-TERUTANG.
           MOVE WS-KP-DIPOTONG (WS-KP-IDX) TO WS-KP-D-DIPOTONG.
           MOVE WS-KP-KURANG (WS-KP-IDX) TO WS-KP-D-KURANG.
           MOVE WS-KP-PERSEN (WS-KP-IDX) TO WS-KP-D-PERSEN.
           MOVE SPACES TO KPRPT-OUT-LINE.
           STRING WS-KP-LABEL (WS-KP-IDX) DELIMITED BY SIZE
                "," WS-KP-DEPT (WS-KP-IDX) DELIMITED BY SIZE
                "," WS-KP-NIK (WS-KP-IDX) DELIMITED BY SPACE
                "," WS-KP-NAMA (WS-KP-IDX) DELIMITED BY SIZE
                "," WS-KP-KODE (WS-KP-IDX) DELIMITED BY SIZE
                "," WS-KP-D-NETTO-YTD DELIMITED BY SIZE
                "," WS-KP-D-PAJAK-YTD DELIMITED BY SIZE
                "," WS-KP-D-SISA DELIMITED BY SIZE
                "," WS-KP-D-SETAHUN DELIMITED BY SIZE
                "," WS-KP-D-TERUTANG DELIMITED BY SIZE
                "," WS-KP-D-DIPOTONG DELIMITED BY SIZE
                "," WS-KP-D-KURANG DELIMITED BY SIZE
                "," WS-KP-D-PERSEN DELIMITED BY SIZE
                "," WS-KP-KET (WS-KP-IDX) DELIMITED BY SIZE
                INTO KPRPT-OUT-LINE
           END-STRING.
           WRITE KPRPT-OUT-LINE.

      *sign-on di awal program : operator interaktif dengan ID dan
      *password (maks 3 kali percobaan per run), run tanpa operator
      *dengan ID operator batch. Gagal sign-on dicatat di log
      *keamanan dan program berhenti
       OPERATOR-SIGNON.
           IF AUTO-RUN
                PERFORM OPERATOR-SIGNON-BATCH
           ELSE
                PERFORM OPERATOR-SIGNON-LAYAR
           END-IF.

       OPERATOR-SIGNON-BATCH.
           MOVE WS-PAR-OPERATOR TO WS-OPR-ID-IN.
           IF WS-OPR-ID-IN = SPACES
                MOVE WS-OPR-BATCH-DEFAULT TO WS-OPR-ID-IN
           END-IF.
           PERFORM OPERATOR-BACA.
           MOVE SPACES TO WS-OPR-ALASAN.
           EVALUATE TRUE
               WHEN WS-OPR-DITEMUKAN NOT = "Y"
                    MOVE "ID OPERATOR BATCH TIDAK TERDAFTAR" TO
                         WS-OPR-ALASAN
               WHEN OPR-ROLE NOT = "B"
                    MOVE "BUKAN OPERATOR BATCH" TO WS-OPR-ALASAN
               WHEN OPR-STATUS NOT = "A"
                    MOVE "OPERATOR NONAKTIF/TERKUNCI" TO WS-OPR-ALASAN
               WHEN OTHER
                    MOVE OPR-USER-ID TO WS-OPERATOR-ID
                    MOVE OPR-ROLE TO WS-OPR-ROLE
                    MOVE OPR-NAMA TO WS-OPR-NAMA
           END-EVALUATE.
           IF WS-OPR-ALASAN NOT = SPACES
                MOVE WS-OPR-ID-IN TO WS-OPERATOR-ID WS-SL-USER
                MOVE "SIGNON-GAGAL" TO WS-SL-KEJADIAN
                PERFORM SECLOG-TULIS
                DISPLAY "Operator batch " WS-OPR-ID-IN " ditolak : "
                     WS-OPR-ALASAN
                MOVE WS-PAR-MODE TO WS-MODE-PILIHAN
                MOVE 4 TO WS-RUN-RC
                PERFORM RUN-SELESAI
                STOP RUN
           END-IF.
           DISPLAY "Operator batch : " WS-OPERATOR-ID.

       OPERATOR-SIGNON-LAYAR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "35"
                PERFORM OPERATOR-BUAT-PERTAMA
           ELSE
                IF WS-OPERATOR-STATUS = "00"
                     CLOSE OPERATOR-FILE
                ELSE
                     DISPLAY "File operator tidak bisa dibuka (status "
                          WS-OPERATOR-STATUS "), program dihentikan."
                     MOVE 8 TO WS-RUN-RC
                     PERFORM RUN-SELESAI
                     STOP RUN
                END-IF
           END-IF.
           MOVE "N" TO WS-OPR-SIGNON-OK.
           MOVE ZERO TO WS-OPR-COBA.
           PERFORM UNTIL WS-OPR-SIGNON-OK = "Y" OR WS-OPR-COBA >= 3
                ADD 1 TO WS-OPR-COBA
                PERFORM OPERATOR-SIGNON-SATU
           END-PERFORM.
           IF WS-OPR-SIGNON-OK NOT = "Y"
                DISPLAY "Sign-on gagal 3 kali, program dihentikan."
                MOVE 4 TO WS-RUN-RC
                PERFORM RUN-SELESAI
                STOP RUN
           END-IF.
           IF OPR-GANTI-PW = "Y"
                DISPLAY "Password harus diganti sebelum melanjutkan."
                MOVE WS-OPERATOR-ID TO WS-OP-TEKS-USER
                PERFORM OPERATOR-TANYA-PW-BARU
                MOVE WS-OPERATOR-ID TO WS-OPR-ID-IN
                PERFORM OPERATOR-BACA
                MOVE WS-OP-HASH TO OPR-PASSWORD-HASH
                MOVE "N" TO OPR-GANTI-PW
                ACCEPT OPR-TGL-UBAH FROM DATE YYYYMMDD
                MOVE WS-OPERATOR-ID TO OPR-DIUBAH-OLEH
                PERFORM OPERATOR-SIMPAN
                DISPLAY "Password diganti."
           END-IF.

      *satu percobaan sign-on; alasan penolakan hanya ke log
      *keamanan, operator cukup melihat bahwa sign-on ditolak
       OPERATOR-SIGNON-SATU.
           DISPLAY "ID operator = ".
           MOVE SPACES TO WS-OPR-ID-IN.
           ACCEPT WS-OPR-ID-IN.
           DISPLAY "Password = ".
           MOVE SPACES TO WS-OPR-PW-IN.
           ACCEPT WS-OPR-PW-IN.
           PERFORM OPERATOR-BACA.
           MOVE WS-OPR-ID-IN TO WS-OP-TEKS-USER.
           MOVE WS-OPR-PW-IN TO WS-OP-TEKS-PW.
           PERFORM OPERATOR-HASH.
           MOVE SPACES TO WS-OPR-ALASAN.
           EVALUATE TRUE
               WHEN WS-OPR-DITEMUKAN NOT = "Y"
                    MOVE "ID OPERATOR TIDAK TERDAFTAR" TO WS-OPR-ALASAN
               WHEN OPR-ROLE = "B"
                    MOVE "OPERATOR BATCH TIDAK BOLEH SIGN-ON LAYAR" TO
                         WS-OPR-ALASAN
               WHEN OPR-STATUS = "L"
                    MOVE "OPERATOR TERKUNCI" TO WS-OPR-ALASAN
               WHEN OPR-STATUS NOT = "A"
                    MOVE "OPERATOR NONAKTIF" TO WS-OPR-ALASAN
               WHEN WS-OP-HASH NOT = OPR-PASSWORD-HASH
                    MOVE "PASSWORD SALAH" TO WS-OPR-ALASAN
                    ADD 1 TO OPR-GAGAL
                    IF OPR-GAGAL >= WS-OPR-MAKS-GAGAL
                         MOVE "L" TO OPR-STATUS
                         MOVE "PASSWORD SALAH, OPERATOR DIKUNCI" TO
                              WS-OPR-ALASAN
                    END-IF
                    PERFORM OPERATOR-SIMPAN
               WHEN OTHER
                    MOVE "Y" TO WS-OPR-SIGNON-OK
                    MOVE OPR-USER-ID TO WS-OPERATOR-ID
                    MOVE OPR-ROLE TO WS-OPR-ROLE
                    MOVE OPR-NAMA TO WS-OPR-NAMA
                    IF OPR-GAGAL > ZERO
                         MOVE ZERO TO OPR-GAGAL
                         PERFORM OPERATOR-SIMPAN
                    END-IF
           END-EVALUATE.
           IF WS-OPR-SIGNON-OK NOT = "Y"
                MOVE WS-OPR-ID-IN TO WS-SL-USER
                MOVE "SIGNON-GAGAL" TO WS-SL-KEJADIAN
                PERFORM SECLOG-TULIS
                DISPLAY "Sign-on ditolak."
           END-IF.

      *file operator belum ada : operator pertama dibuat sebagai
      *admin supaya daftar operator bisa diisi dari menu 20
       OPERATOR-BUAT-PERTAMA.
           DISPLAY "File operator belum ada, buat operator admin "
                "pertama.".
           MOVE SPACES TO WS-OPR-ID-IN.
           PERFORM UNTIL WS-OPR-ID-IN NOT = SPACES
                DISPLAY "ID operator admin = "
                ACCEPT WS-OPR-ID-IN
           END-PERFORM.
           DISPLAY "Nama = ".
           MOVE SPACES TO WS-OPR-NAMA-IN.
           ACCEPT WS-OPR-NAMA-IN.
           MOVE WS-OPR-ID-IN TO WS-OP-TEKS-USER.
           PERFORM OPERATOR-TANYA-PW-BARU.
           MOVE SPACES TO OPERATOR-RECORD.
           MOVE WS-OPR-ID-IN TO OPR-USER-ID OPR-DIUBAH-OLEH.
           MOVE WS-OPR-NAMA-IN TO OPR-NAMA.
           MOVE WS-OP-HASH TO OPR-PASSWORD-HASH.
           MOVE "A" TO OPR-ROLE OPR-STATUS.
           MOVE ZERO TO OPR-GAGAL.
           MOVE "N" TO OPR-GANTI-PW.
           ACCEPT OPR-TGL-UBAH FROM DATE YYYYMMDD.
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "File operator tidak bisa dibuat (status "
                     WS-OPERATOR-STATUS "), program dihentikan."
                MOVE 8 TO WS-RUN-RC
                PERFORM RUN-SELESAI
                STOP RUN
           END-IF.
           WRITE OPERATOR-RECORD
                INVALID KEY
                     DISPLAY "Gagal menyimpan operator."
           END-WRITE.
           CLOSE OPERATOR-FILE.
           MOVE WS-OPR-ID-IN TO WS-SL-USER.
           MOVE "OPERATOR-BARU" TO WS-SL-KEJADIAN.
           MOVE "ADMIN PERTAMA, FILE OPERATOR DIBUAT" TO WS-OPR-ALASAN.
           PERFORM SECLOG-TULIS.
           DISPLAY "Operator admin " WS-OPR-ID-IN " dibuat, silakan "
                "sign-on.".

      *password baru dua kali sampai sama dan minimal 6 karakter;
      *hasil hash (dengan ID di WS-OP-TEKS-USER) di WS-OP-HASH
       OPERATOR-TANYA-PW-BARU.
           MOVE "N" TO WS-OPR-PW-OK.
           PERFORM UNTIL WS-OPR-PW-OK = "Y"
                DISPLAY "Password baru (6-20 karakter) = "
                MOVE SPACES TO WS-OPR-PW-IN
                ACCEPT WS-OPR-PW-IN
                DISPLAY "Ulangi password baru = "
                MOVE SPACES TO WS-OPR-PW-ULANG
                ACCEPT WS-OPR-PW-ULANG
                EVALUATE TRUE
                    WHEN WS-OPR-PW-IN (1:6) = SPACES
                         OR WS-OPR-PW-IN (6:1) = SPACE
                         DISPLAY "Password minimal 6 karakter."
                    WHEN WS-OPR-PW-IN NOT = WS-OPR-PW-ULANG
                         DISPLAY "Password tidak sama, silakan ulangi."
                    WHEN OTHER
                         MOVE "Y" TO WS-OPR-PW-OK
                END-EVALUATE
           END-PERFORM.
           MOVE WS-OPR-PW-IN TO WS-OP-TEKS-PW.
           PERFORM OPERATOR-HASH.
           MOVE SPACES TO WS-OPR-PW-IN WS-OPR-PW-ULANG.

       OPERATOR-HASH.
           MOVE 5381 TO WS-OP-H.
           PERFORM VARYING WS-OP-I FROM 1 BY 1 UNTIL WS-OP-I > 28
                MOVE WS-OP-TEKS (WS-OP-I:1) TO WS-OP-CHAR
                PERFORM OPERATOR-KODE-HURUF
                COMPUTE WS-OP-H = WS-OP-H * 33 + WS-OP-KODE + WS-OP-I
                DIVIDE WS-OP-H BY 2147483647 GIVING WS-OP-Q
                     REMAINDER WS-OP-H
           END-PERFORM.
           MOVE WS-OP-H TO WS-OP-HASH.
           MOVE SPACES TO WS-OP-TEKS-PW.

      *nomor urut karakter di WS-OP-ABJAD, 99 bila tidak ada
       OPERATOR-KODE-HURUF.
           MOVE 99 TO WS-OP-KODE.
           PERFORM VARYING WS-OP-J FROM 1 BY 1
                UNTIL WS-OP-J > 87 OR WS-OP-KODE NOT = 99
                IF WS-OP-ABJAD (WS-OP-J:1) = WS-OP-CHAR
                     MOVE WS-OP-J TO WS-OP-KODE
                END-IF
           END-PERFORM.

      *membaca record operator WS-OPR-ID-IN
       OPERATOR-BACA.
           MOVE "N" TO WS-OPR-DITEMUKAN.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
                MOVE WS-OPR-ID-IN TO OPR-USER-ID
                READ OPERATOR-FILE
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE "Y" TO WS-OPR-DITEMUKAN
                END-READ
                CLOSE OPERATOR-FILE
           END-IF.

      *menyimpan OPERATOR-RECORD, menulis baru atau menimpa
       OPERATOR-SIMPAN.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "File operator tidak bisa dibuka untuk diubah "
                     "(status " WS-OPERATOR-STATUS "), data TIDAK "
                     "disimpan."
           ELSE
                WRITE OPERATOR-RECORD
                     INVALID KEY
                          REWRITE OPERATOR-RECORD
                               INVALID KEY
                                    DISPLAY "Gagal menyimpan data "
                                         "operator."
                END-WRITE
                CLOSE OPERATOR-FILE
           END-IF.

      *hak akses mode terpilih untuk peran operator yang sign-on;
      *penolakan dicatat di log keamanan
       OPERATOR-CEK-AKSES.
           MOVE "N" TO WS-OPR-BOLEH.
           MOVE WS-MODE-PILIHAN TO WS-AN-TEKS.
           PERFORM ANGKA-DARI-TEKS.
           MOVE ZERO TO WS-OPR-MODE-N.
           IF ANGKA-VALID AND WS-AN-NILAI <= 21
                MOVE WS-AN-NILAI TO WS-OPR-MODE-N
           END-IF.
           EVALUATE WS-OPR-ROLE
               WHEN "A"
                    MOVE 3 TO WS-OPR-LEVEL
               WHEN "S"
                    MOVE 2 TO WS-OPR-LEVEL
               WHEN "C"
                    MOVE 1 TO WS-OPR-LEVEL
               WHEN OTHER
                    MOVE ZERO TO WS-OPR-LEVEL
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-OPR-ROLE = "B"
                    IF AUTO-RUN
                         MOVE "Y" TO WS-OPR-BOLEH
                    END-IF
               WHEN WS-OPR-MODE-N >= 1 AND WS-OPR-MODE-N <= 21
                    IF WS-OPR-LEVEL >= WS-AKSES-MIN (WS-OPR-MODE-N)
                         MOVE "Y" TO WS-OPR-BOLEH
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF WS-OPR-BOLEH NOT = "Y"
                DISPLAY "Mode " WS-MODE-PILIHAN " tidak diizinkan "
                     "untuk operator " WS-OPERATOR-ID " (peran "
                     WS-OPR-ROLE ")."
                MOVE WS-OPERATOR-ID TO WS-SL-USER
                MOVE "MODE-DITOLAK" TO WS-SL-KEJADIAN
                MOVE SPACES TO WS-OPR-ALASAN
                STRING "PERAN " DELIMITED BY SIZE
                     WS-OPR-ROLE DELIMITED BY SIZE
                     INTO WS-OPR-ALASAN
                END-STRING
                PERFORM SECLOG-TULIS
           END-IF.

      *satu baris log keamanan :
      *tgl-jam,operator,kejadian,mode,keterangan
       SECLOG-TULIS.
           ACCEPT WS-LOG-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-JAM-FULL FROM TIME.
           MOVE WS-LOG-JAM-FULL(1:6) TO WS-LOG-JAM.
           OPEN EXTEND SECLOG-FILE.
           IF WS-SECLOG-STATUS = "05" OR WS-SECLOG-STATUS = "35"
                OPEN OUTPUT SECLOG-FILE
                CLOSE SECLOG-FILE
                OPEN EXTEND SECLOG-FILE
           END-IF.
           IF WS-SECLOG-STATUS NOT = "00"
                DISPLAY "Gagal menulis log keamanan ("
                     WS-SECLOG-STATUS ")."
           ELSE
                MOVE SPACES TO SECLOG-OUT-LINE
                STRING WS-LOG-TANGGAL DELIMITED BY SIZE
                     "-" WS-LOG-JAM DELIMITED BY SIZE
                     "," WS-SL-USER DELIMITED BY SPACE
                     "," WS-SL-KEJADIAN DELIMITED BY SPACE
                     "," WS-MODE-PILIHAN DELIMITED BY SPACE
                     "," WS-OPR-ALASAN DELIMITED BY SIZE
                     INTO SECLOG-OUT-LINE
                END-STRING
                WRITE SECLOG-OUT-LINE
                CLOSE SECLOG-FILE
           END-IF.

      *maintenance daftar operator (admin) : lihat, tambah/ubah,
      *nonaktifkan, buka kunci/reset password. Operator tidak bisa
      *mengubah peran/status dirinya sendiri supaya admin terakhir
      *tidak mengunci dirinya keluar
       MODE-OPRMAINT-MENU.
           MOVE SPACE TO WS-OPR-PILIHAN.
           PERFORM UNTIL WS-OPR-PILIHAN = "9"
                DISPLAY " "
                DISPLAY "=== Maintenance Operator ==="
                DISPLAY "1. Daftar operator"
                DISPLAY "2. Tambah/Ubah operator"
                DISPLAY "3. Nonaktifkan operator"
                DISPLAY "4. Buka kunci / reset password"
                DISPLAY "9. Kembali ke menu utama"
                DISPLAY "Pilih menu = "
                ACCEPT WS-OPR-PILIHAN
                EVALUATE WS-OPR-PILIHAN
                    WHEN "1"
                         PERFORM OPRMAINT-DAFTAR
                    WHEN "2"
                         PERFORM OPRMAINT-UBAH
                    WHEN "3"
                         PERFORM OPRMAINT-NONAKTIF
                    WHEN "4"
                         PERFORM OPRMAINT-RESET
                    WHEN "9"
                         CONTINUE
                    WHEN OTHER
                         DISPLAY "Pilihan tidak valid, silakan ulangi."
                END-EVALUATE
           END-PERFORM.

       OPRMAINT-DAFTAR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
                DISPLAY "File operator tidak bisa dibuka (status "
                     WS-OPERATOR-STATUS ")."
           ELSE
                DISPLAY "ID       NAMA                           "
                     "PERAN STATUS GAGAL GANTI-PW DIUBAH"
                MOVE "N" TO WS-OPR-EOF
                MOVE LOW-VALUES TO OPR-USER-ID
                START OPERATOR-FILE KEY IS NOT LESS THAN OPR-USER-ID
                     INVALID KEY
                          MOVE "Y" TO WS-OPR-EOF
                END-START
                PERFORM UNTIL WS-OPR-EOF = "Y"
                     READ OPERATOR-FILE NEXT RECORD
                          AT END
                               MOVE "Y" TO WS-OPR-EOF
                          NOT AT END
                               DISPLAY OPR-USER-ID " " OPR-NAMA " "
                                    OPR-ROLE "     " OPR-STATUS
                                    "      " OPR-GAGAL "    "
                                    OPR-GANTI-PW "        "
                                    OPR-TGL-UBAH " " OPR-DIUBAH-OLEH
                     END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
                DISPLAY "Peran C=clerk S=supervisor A=admin B=batch, "
                     "status A=aktif N=nonaktif L=terkunci"
           END-IF.

      *tambah operator baru (password awal wajib diganti saat
      *sign-on pertama) atau ubah nama/peran operator yang ada
       OPRMAINT-UBAH.
           PERFORM OPRMAINT-TANYA-ID.
           IF WS-OPR-ID-IN NOT = SPACES
                PERFORM OPERATOR-BACA
                IF WS-OPR-DITEMUKAN = "Y"
                     MOVE "N" TO WS-OPR-BARU
                     DISPLAY "Nama   : " OPR-NAMA
                     DISPLAY "Peran  : " OPR-ROLE
                     DISPLAY "Status : " OPR-STATUS
                ELSE
                     MOVE "Y" TO WS-OPR-BARU
                     MOVE SPACES TO OPERATOR-RECORD
                     MOVE WS-OPR-ID-IN TO OPR-USER-ID
                     MOVE "A" TO OPR-STATUS
                     MOVE ZERO TO OPR-GAGAL OPR-PASSWORD-HASH
                     MOVE "N" TO OPR-GANTI-PW
                     DISPLAY "Operator baru " WS-OPR-ID-IN
                END-IF
                DISPLAY "Nama (kosongkan bila tetap) = "
                MOVE SPACES TO WS-OPR-NAMA-IN
                ACCEPT WS-OPR-NAMA-IN
                IF WS-OPR-NAMA-IN NOT = SPACES
                     MOVE WS-OPR-NAMA-IN TO OPR-NAMA
                END-IF
                IF WS-OPR-ID-IN = WS-OPERATOR-ID
                     DISPLAY "Peran sendiri tidak bisa diubah."
                ELSE
                     PERFORM OPRMAINT-TANYA-PERAN
                END-IF
                IF OPR-ROLE = "B"
                     MOVE ZERO TO OPR-PASSWORD-HASH
                     MOVE "N" TO OPR-GANTI-PW
                ELSE
                     IF WS-OPR-BARU = "Y"
                          DISPLAY "Password awal operator :"
                          MOVE WS-OPR-ID-IN TO WS-OP-TEKS-USER
                          PERFORM OPERATOR-TANYA-PW-BARU
                          MOVE WS-OP-HASH TO OPR-PASSWORD-HASH
                          MOVE "Y" TO OPR-GANTI-PW
                     END-IF
                END-IF
                ACCEPT OPR-TGL-UBAH FROM DATE YYYYMMDD
                MOVE WS-OPERATOR-ID TO OPR-DIUBAH-OLEH
                PERFORM OPERATOR-SIMPAN
                MOVE SPACES TO WS-OPR-ALASAN
                IF WS-OPR-BARU = "Y"
                     MOVE "OPERATOR-BARU" TO WS-SL-KEJADIAN
                ELSE
                     MOVE "OPERATOR-UBAH" TO WS-SL-KEJADIAN
                END-IF
                STRING OPR-USER-ID DELIMITED BY SPACE
                     " PERAN " OPR-ROLE DELIMITED BY SIZE
                     INTO WS-OPR-ALASAN
                END-STRING
                MOVE WS-OPERATOR-ID TO WS-SL-USER
                PERFORM SECLOG-TULIS
                DISPLAY "Operator " OPR-USER-ID " disimpan."
           END-IF.

       OPRMAINT-TANYA-ID.
           DISPLAY "ID operator (kosongkan untuk batal) = ".
           MOVE SPACES TO WS-OPR-ID-IN.
           ACCEPT WS-OPR-ID-IN.

       OPRMAINT-TANYA-PERAN.
           MOVE SPACE TO WS-OPR-ROLE-IN.
           PERFORM UNTIL WS-OPR-ROLE-IN = "C" OR "S" OR "A" OR "B"
                DISPLAY "Peran C=clerk S=supervisor A=admin B=batch "
                     "(kosongkan bila tetap) = "
                MOVE SPACE TO WS-OPR-ROLE-IN
                ACCEPT WS-OPR-ROLE-IN
                IF WS-OPR-ROLE-IN = SPACE AND OPR-ROLE NOT = SPACE
                     MOVE OPR-ROLE TO WS-OPR-ROLE-IN
                END-IF
                IF WS-OPR-ROLE-IN NOT = "C" AND NOT = "S"
                     AND NOT = "A" AND NOT = "B"
                     DISPLAY "Peran tidak valid, silakan ulangi."
                END-IF
           END-PERFORM.
           MOVE WS-OPR-ROLE-IN TO OPR-ROLE.

       OPRMAINT-NONAKTIF.
           PERFORM OPRMAINT-TANYA-ID.
           IF WS-OPR-ID-IN NOT = SPACES
                IF WS-OPR-ID-IN = WS-OPERATOR-ID
                     DISPLAY "Operator yang sedang sign-on tidak bisa "
                          "dinonaktifkan."
                ELSE
                     PERFORM OPERATOR-BACA
                     IF WS-OPR-DITEMUKAN NOT = "Y"
                          DISPLAY "Operator " WS-OPR-ID-IN
                               " tidak ditemukan."
                     ELSE
                          MOVE "N" TO OPR-STATUS
                          ACCEPT OPR-TGL-UBAH FROM DATE YYYYMMDD
                          MOVE WS-OPERATOR-ID TO OPR-DIUBAH-OLEH
                          PERFORM OPERATOR-SIMPAN
                          MOVE WS-OPERATOR-ID TO WS-SL-USER
                          MOVE "OPERATOR-NONAKTIF" TO WS-SL-KEJADIAN
                          MOVE OPR-USER-ID TO WS-OPR-ALASAN
                          PERFORM SECLOG-TULIS
                          DISPLAY "Operator " OPR-USER-ID
                               " dinonaktifkan."
                     END-IF
                END-IF
           END-IF.

      *aktifkan lagi operator terkunci/nonaktif dengan password
      *sementara yang wajib diganti saat sign-on berikutnya
       OPRMAINT-RESET.
           PERFORM OPRMAINT-TANYA-ID.
           IF WS-OPR-ID-IN NOT = SPACES
                PERFORM OPERATOR-BACA
                IF WS-OPR-DITEMUKAN NOT = "Y"
                     DISPLAY "Operator " WS-OPR-ID-IN
                          " tidak ditemukan."
                ELSE
                     MOVE "A" TO OPR-STATUS
                     MOVE ZERO TO OPR-GAGAL
                     IF OPR-ROLE NOT = "B"
                          DISPLAY "Password sementara :"
                          MOVE WS-OPR-ID-IN TO WS-OP-TEKS-USER
                          PERFORM OPERATOR-TANYA-PW-BARU
                          MOVE WS-OP-HASH TO OPR-PASSWORD-HASH
                          MOVE "Y" TO OPR-GANTI-PW
                     END-IF
                     ACCEPT OPR-TGL-UBAH FROM DATE YYYYMMDD
                     MOVE WS-OPERATOR-ID TO OPR-DIUBAH-OLEH
                     PERFORM OPERATOR-SIMPAN
                     MOVE WS-OPERATOR-ID TO WS-SL-USER
                     MOVE "OPERATOR-RESET" TO WS-SL-KEJADIAN
                     MOVE OPR-USER-ID TO WS-OPR-ALASAN
                     PERFORM SECLOG-TULIS
                     DISPLAY "Operator " OPR-USER-ID
                          " aktif kembali."
                END-IF
           END-IF.

      *realisasi PPh 21 DTP satu masa : pajak reguler yang ditanggung
      *pemerintah per karyawan (histori, run terakhir per NIK, sama
      *dengan angka e-Bupot) dikelompokkan per perusahaan pemotong
      *dari file GL per-run; NIK tanpa record GL dikelompokkan
      *sebagai "(TANPA GL)"
       MODE-DTP-PROSES.
           DISPLAY " ".
           DISPLAY "Realisasi PPh 21 DTP tahun " WS-TAHUN-PAJAK
                " masa " WS-MASA-PAJAK.
           MOVE ZERO TO WS-DR-COUNT WS-DR-NIK-COUNT.
           MOVE "N" TO WS-DR-PENUH.
           PERFORM EBUPOT-BACA-LOG.
           IF WS-RM-PENUH = "Y"
                DISPLAY "Kapasitas tabel histori terlampaui, "
                     "laporan DIBATALKAN supaya tidak "
                     "menghasilkan angka yang salah."
                MOVE 8 TO WS-RUN-RC
           ELSE
                PERFORM SPT-CARI-PRSH
                PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                     UNTIL WS-EB-IDX > WS-EB-COUNT
                     IF WS-EB-DTP (WS-EB-IDX) > ZERO
                          PERFORM DTP-KELOMPOK-TAMBAH
                     END-IF
                END-PERFORM
                IF WS-DR-PENUH = "Y"
                     DISPLAY "Tabel perusahaan realisasi DTP penuh "
                          "(maks 50), laporan DIBATALKAN."
                     MOVE 8 TO WS-RUN-RC
                ELSE
                     PERFORM DTP-TULIS-LAPORAN
                END-IF
           END-IF.

      *menjumlahkan satu NIK ber-DTP ke kelompok perusahaannya
       DTP-KELOMPOK-TAMBAH.
           MOVE "N" TO WS-DR-KETEMU.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                UNTIL WS-DR-IDX > WS-DR-COUNT OR WS-DR-KETEMU = "Y"
                IF WS-DR-PRSH (WS-DR-IDX) = WS-ST-NIK-PRSH (WS-EB-IDX)
                     AND WS-DR-GL (WS-DR-IDX) =
                          WS-ST-NIK-GL (WS-EB-IDX)
                     MOVE "Y" TO WS-DR-KETEMU
                END-IF
           END-PERFORM.
           IF WS-DR-KETEMU = "Y"
                SUBTRACT 1 FROM WS-DR-IDX
           ELSE
                IF WS-DR-COUNT >= 50
                     MOVE "Y" TO WS-DR-PENUH
                     MOVE ZERO TO WS-DR-IDX
                ELSE
                     ADD 1 TO WS-DR-COUNT
                     MOVE WS-DR-COUNT TO WS-DR-IDX
                     MOVE WS-ST-NIK-PRSH (WS-EB-IDX) TO
                          WS-DR-PRSH (WS-DR-IDX)
                     MOVE WS-ST-NIK-GL (WS-EB-IDX) TO
                          WS-DR-GL (WS-DR-IDX)
                     MOVE ZERO TO WS-DR-ORANG (WS-DR-IDX)
                          WS-DR-BRUTO (WS-DR-IDX)
                          WS-DR-PAJAK (WS-DR-IDX)
                          WS-DR-DTP (WS-DR-IDX)
                END-IF
           END-IF.
           IF WS-DR-IDX > ZERO
                ADD 1 TO WS-DR-ORANG (WS-DR-IDX)
                ADD WS-EB-DTP-BRUTO (WS-EB-IDX) TO
                     WS-DR-BRUTO (WS-DR-IDX)
                ADD WS-EB-PAJAK (WS-EB-IDX) TO WS-DR-PAJAK (WS-DR-IDX)
                ADD WS-EB-DTP (WS-EB-IDX) TO WS-DR-DTP (WS-DR-IDX)
                ADD 1 TO WS-DR-NIK-COUNT
           END-IF.

      *laporan : rincian karyawan per perusahaan dengan subtotal
      *perusahaan (nama dan KLU dari profil), lalu total
       DTP-TULIS-LAPORAN.
           MOVE SPACES TO WS-DTPRPT-FILENAME.
           STRING "realisasi-dtp-" DELIMITED BY SIZE
                WS-TAHUN-PAJAK DELIMITED BY SIZE
                WS-MASA-PAJAK DELIMITED BY SIZE
                ".txt" DELIMITED BY SIZE
                INTO WS-DTPRPT-FILENAME
           END-STRING.
           OPEN OUTPUT DTPRPT-FILE.
           IF WS-DTPRPT-STATUS NOT = "00"
                DISPLAY "Gagal membuka file laporan : "
                     WS-DTPRPT-FILENAME
                DISPLAY "File status : " WS-DTPRPT-STATUS
                MOVE 8 TO WS-RUN-RC
           ELSE
                MOVE SPACES TO DTPRPT-OUT-LINE
                STRING "REALISASI PPH 21 DITANGGUNG PEMERINTAH (DTP) "
                     DELIMITED BY SIZE
                     "TAHUN " WS-TAHUN-PAJAK DELIMITED BY SIZE
                     " MASA " WS-MASA-PAJAK DELIMITED BY SIZE
                     INTO DTPRPT-OUT-LINE
                END-STRING
                WRITE DTPRPT-OUT-LINE
                MOVE SPACES TO DTPRPT-OUT-LINE
                STRING "PERUSAHAAN,KLU,NIK,NAMA,BRUTO TERATUR,"
                     DELIMITED BY SIZE
                     "PPH 21 TERUTANG,PPH 21 DTP,PPH 21 DISETOR,"
                     DELIMITED BY SIZE
                     "KETERANGAN" DELIMITED BY SIZE
                     INTO DTPRPT-OUT-LINE
                END-STRING
                WRITE DTPRPT-OUT-LINE
                MOVE ZERO TO WS-DR-TOT-ORANG WS-DR-TOT-BRUTO
                     WS-DR-TOT-PAJAK WS-DR-TOT-DTP
                PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                     UNTIL WS-DR-IDX > WS-DR-COUNT
                     PERFORM DTP-TULIS-PRSH
                END-PERFORM
                IF WS-DR-COUNT = ZERO
                     MOVE "TIDAK ADA PPH 21 DTP PADA MASA INI" TO
                          DTPRPT-OUT-LINE
                     WRITE DTPRPT-OUT-LINE
                END-IF
                MOVE WS-DR-TOT-ORANG TO WS-DR-D-ORANG
                MOVE WS-DR-TOT-BRUTO TO WS-DR-D-BRUTO
                MOVE WS-DR-TOT-PAJAK TO WS-DR-D-PAJAK
                MOVE WS-DR-TOT-DTP TO WS-DR-D-DTP
                PERFORM DTP-HITUNG-SETOR-TOTAL
                MOVE SPACES TO DTPRPT-OUT-LINE
                STRING "TOTAL,,," DELIMITED BY SIZE
                     WS-DR-D-ORANG DELIMITED BY SIZE
                     " ORANG," WS-DR-D-BRUTO DELIMITED BY SIZE
                     "," WS-DR-D-PAJAK DELIMITED BY SIZE
                     "," WS-DR-D-DTP DELIMITED BY SIZE
                     "," WS-DR-D-SETOR DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     INTO DTPRPT-OUT-LINE
                END-STRING
                WRITE DTPRPT-OUT-LINE
                CLOSE DTPRPT-FILE
                DISPLAY "Selesai. " WS-DR-NIK-COUNT " karyawan "
                     "dengan PPh 21 DTP, total Rp " WS-DR-D-DTP
                DISPLAY "Laporan di file " WS-DTPRPT-FILENAME
           END-IF.

      *satu perusahaan : rincian karyawannya lalu subtotal
       DTP-TULIS-PRSH.
           MOVE SPACES TO WS-DR-NAMA-PRSH WS-DR-KLU.
           IF WS-DR-GL (WS-DR-IDX) = "Y"
                MOVE WS-DR-PRSH (WS-DR-IDX) TO WS-DR-LABEL
                MOVE WS-DR-PRSH (WS-DR-IDX) TO WS-PRSH-KODE-IN
                PERFORM PERUSAHAAN-BACA
                IF WS-PRSH-DITEMUKAN = "Y"
                     MOVE PRS-NAMA TO WS-DR-NAMA-PRSH
                     MOVE PRS-KLU TO WS-DR-KLU
                END-IF
           ELSE
                MOVE "(TANPA GL)" TO WS-DR-LABEL
           END-IF.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
                UNTIL WS-EB-IDX > WS-EB-COUNT
                IF WS-EB-DTP (WS-EB-IDX) > ZERO
                     AND WS-ST-NIK-PRSH (WS-EB-IDX) =
                          WS-DR-PRSH (WS-DR-IDX)
                     AND WS-ST-NIK-GL (WS-EB-IDX) =
                          WS-DR-GL (WS-DR-IDX)
                     PERFORM DTP-TULIS-SATU
                END-IF
           END-PERFORM.
           MOVE WS-DR-ORANG (WS-DR-IDX) TO WS-DR-D-ORANG.
           MOVE WS-DR-BRUTO (WS-DR-IDX) TO WS-DR-D-BRUTO.
           MOVE WS-DR-PAJAK (WS-DR-IDX) TO WS-DR-D-PAJAK.
           MOVE WS-DR-DTP (WS-DR-IDX) TO WS-DR-D-DTP.
           IF WS-DR-PAJAK (WS-DR-IDX) > WS-DR-DTP (WS-DR-IDX)
                COMPUTE WS-DR-SETOR = WS-DR-PAJAK (WS-DR-IDX) -
                     WS-DR-DTP (WS-DR-IDX)
           ELSE
                MOVE ZERO TO WS-DR-SETOR
           END-IF.
           MOVE WS-DR-SETOR TO WS-DR-D-SETOR.
           MOVE SPACES TO DTPRPT-OUT-LINE.
           STRING WS-DR-LABEL DELIMITED BY SIZE
                "," WS-DR-KLU DELIMITED BY SIZE
                ",SUBTOTAL PERUSAHAAN," DELIMITED BY SIZE
                WS-DR-D-ORANG DELIMITED BY SIZE
                " ORANG," WS-DR-D-BRUTO DELIMITED BY SIZE
                "," WS-DR-D-PAJAK DELIMITED BY SIZE
                "," WS-DR-D-DTP DELIMITED BY SIZE
                "," WS-DR-D-SETOR DELIMITED BY SIZE
                "," WS-DR-NAMA-PRSH DELIMITED BY SIZE
                INTO DTPRPT-OUT-LINE
           END-STRING.
           WRITE DTPRPT-OUT-LINE.
           ADD WS-DR-ORANG (WS-DR-IDX) TO WS-DR-TOT-ORANG.
           ADD WS-DR-BRUTO (WS-DR-IDX) TO WS-DR-TOT-BRUTO.
           ADD WS-DR-PAJAK (WS-DR-IDX) TO WS-DR-TOT-PAJAK.
           ADD WS-DR-DTP (WS-DR-IDX) TO WS-DR-TOT-DTP.

      *satu karyawan : nama dari master, pajak disetor = pajak masa
      *ini (termasuk bonus) dikurangi bagian DTP
       DTP-TULIS-SATU.
           MOVE WS-EB-NIK (WS-EB-IDX) TO EMP-NIK.
           PERFORM CARI-EMP-MASTER.
           IF EMP-DITEMUKAN
                MOVE EMP-NAMA TO WS-DR-NAMA
           ELSE
                MOVE SPACES TO WS-DR-NAMA
           END-IF.
           MOVE WS-EB-DTP-BRUTO (WS-EB-IDX) TO WS-DR-D-BRUTO.
           MOVE WS-EB-PAJAK (WS-EB-IDX) TO WS-DR-D-PAJAK.
           MOVE WS-EB-DTP (WS-EB-IDX) TO WS-DR-D-DTP.
           IF WS-EB-PAJAK (WS-EB-IDX) > WS-EB-DTP (WS-EB-IDX)
                COMPUTE WS-DR-SETOR = WS-EB-PAJAK (WS-EB-IDX) -
                     WS-EB-DTP (WS-EB-IDX)
           ELSE
                MOVE ZERO TO WS-DR-SETOR
           END-IF.
           MOVE WS-DR-SETOR TO WS-DR-D-SETOR.
           MOVE SPACES TO DTPRPT-OUT-LINE.
           STRING WS-DR-LABEL DELIMITED BY SIZE
                "," WS-DR-KLU DELIMITED BY SIZE
                "," WS-EB-NIK (WS-EB-IDX) DELIMITED BY SPACE
                "," WS-DR-NAMA DELIMITED BY SIZE
                "," WS-DR-D-BRUTO DELIMITED BY SIZE
                "," WS-DR-D-PAJAK DELIMITED BY SIZE
                "," WS-DR-D-DTP DELIMITED BY SIZE
                "," WS-DR-D-SETOR DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                INTO DTPRPT-OUT-LINE
           END-STRING.
           WRITE DTPRPT-OUT-LINE.

       DTP-HITUNG-SETOR-TOTAL.
           IF WS-DR-TOT-PAJAK > WS-DR-TOT-DTP
                COMPUTE WS-DR-SETOR = WS-DR-TOT-PAJAK - WS-DR-TOT-DTP
           ELSE
                MOVE ZERO TO WS-DR-SETOR
           END-IF.
           MOVE WS-DR-SETOR TO WS-DR-D-SETOR.
