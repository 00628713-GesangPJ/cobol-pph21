      *copybook layout record register SPT Masa PPh 21/26 (indexed
      *file, key tahun+masa+kode perusahaan). Angka induk yang
      *terakhir dilaporkan ke DJP disimpan per kode objek; lapor
      *ulang dengan angka yang berbeda menaikkan nomor pembetulan,
      *cetak ulang dengan angka yang sama tidak
       01  SPT-REG-RECORD.
           05  SPT-KEY.
               10  SPT-TAHUN        PIC 9(4).
               10  SPT-MASA         PIC 9(2).
               10  SPT-KODE-PRSH    PIC X(4).
           05  SPT-PEMBETULAN       PIC 9(2).
           05  SPT-TGL-LAPOR        PIC 9(8).
           05  SPT-OBJEK OCCURS 6 TIMES.
               10  SPT-OBJ-KODE     PIC X(9).
               10  SPT-OBJ-ORANG    PIC 9(6).
               10  SPT-OBJ-BRUTO    PIC 9(14).
               10  SPT-OBJ-PAJAK    PIC 9(14).
           05  SPT-TOTAL-PAJAK      PIC 9(14).
           05  FILLER               PIC X(20).
