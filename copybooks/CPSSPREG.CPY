           05  SSP-TGL-BAYAR        PIC 9(8).
           05  SSP-JUMLAH           PIC 9(12).
           05  SSP-NTPN             PIC X(16).
      *operator yang terakhir mencatat/mengubah setoran
           05  SSP-OPERATOR         PIC X(8).
           05  FILLER               PIC X(2).
