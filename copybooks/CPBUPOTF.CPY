      *copybook layout record register nomor bukti potong PPh 21
      *final (pesangon dan pensiun/JHT sekaligus), indexed file
      *key tahun+masa+NIK+kode objek. Penomoran terpisah dari
      *register bukti potong bulanan; aturan pembetulan sama :
      *nomor tetap, pembetulan naik hanya bila angka berubah
       01  BUPOT-FINAL-RECORD.
           05  BPF-KEY.
               10  BPF-TAHUN        PIC 9(4).
               10  BPF-MASA         PIC 9(2).
               10  BPF-NIK          PIC X(16).
               10  BPF-KODE-OBJEK   PIC X(9).
           05  BPF-NOMOR            PIC 9(6).
           05  BPF-PEMBETULAN       PIC 9(2).
           05  BPF-BRUTO            PIC 9(14).
           05  BPF-PAJAK            PIC 9(14).
