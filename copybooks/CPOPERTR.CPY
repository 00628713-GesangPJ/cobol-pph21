      *copybook layout record operator program (indexed file, key
      *ID operator). Setiap orang yang menjalankan program harus
      *sign-on dengan ID dan password; password hanya disimpan dalam
      *bentuk hash. Peran menentukan mode yang boleh dibuka : "C"
      *clerk, "S" supervisor, "A" admin, "B" operator batch yang
      *hanya dipakai run tanpa operator (file parameter). Status "A"
      *aktif, "N" nonaktif, "L" terkunci karena salah password
      *berturut-turut; OPR-GANTI-PW "Y" memaksa ganti password pada
      *sign-on berikutnya (setelah dibuat/direset admin)
       01  OPERATOR-RECORD.
           05  OPR-USER-ID          PIC X(8).
           05  OPR-NAMA             PIC X(30).
           05  OPR-PASSWORD-HASH    PIC 9(10).
           05  OPR-ROLE             PIC X(1).
           05  OPR-STATUS           PIC X(1).
           05  OPR-GAGAL            PIC 9(2).
           05  OPR-GANTI-PW         PIC X(1).
           05  OPR-TGL-UBAH         PIC 9(8).
           05  OPR-DIUBAH-OLEH      PIC X(8).
           05  FILLER               PIC X(20).
