           05  HST-PAJAK            PIC 9(12).
           05  HST-KODE-OBJEK       PIC X(9).
           05  HST-WAKTU            PIC X(15).
      *operator yang sign-on saat record ditulis
           05  HST-OPERATOR         PIC X(8).
      *bagian HST-PAJAK yang ditanggung pemerintah (PPh 21 DTP) :
      *dibayarkan tunai ke karyawan, tidak ikut disetor. Record
      *lama berisi spasi di sini
           05  HST-PAJAK-DTP        PIC 9(12).
