      *kode objek pajak sesuai tipe penerima penghasilan, supaya
      *satu file GL bisa dipecah per objek pelaporan DJP
           05  GLO-KODE-OBJEK       PIC X(9).
      *"Y" : record pembalik run yang dibatalkan, seluruh angka
      *record ini dibukukan dengan tanda terbalik
           05  GLO-PEMBALIK         PIC X(1).
      *bagian GLO-PAJAK yang ditanggung pemerintah (PPh 21 DTP),
      *dibukukan terpisah : dibayar tunai ke karyawan dan tidak
      *termasuk kewajiban setor. Baris GL lama tidak membawa kolom
      *ini (berisi spasi)
           05  GLO-PAJAK-DTP        PIC 9(12)V9(3).
