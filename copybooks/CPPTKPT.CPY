      *copybook layout record tabel PTKP/Tarif/TER (indexed file)
      *dipakai oleh RATE-FILE dan menu maintenance. PTR-JENIS : "P"
      *baris PTKP, "T" bracket tarif tahunan, "E" baris TER bulanan
      *(PTR-KODE = kategori A/B/C + nomor band 01-99), "S" lapis
      *tarif final pembayaran sekaligus (PTR-KODE = kategori P
      *pesangon / J pensiun-JHT sekaligus + nomor lapis 01-99). Tarif
      *usulan yang belum berlaku disimpan di file yang sama dengan
      *jenis "Q" (PTKP), "U" (tarif), "F" (TER) dan "V" (tarif
      *final), kode sama dengan pasangan aktifnya; hanya simulasi
      *yang memakainya sampai diberlakukan dari menu maintenance.
      *Jenis "K" menyimpan parameter PPh 21 DTP : PTR-KODE "000" =
      *batas bruto bulanan (PTR-NILAI-1), "001"-"999" = KLU yang
      *berhak di PTR-KETERANGAN (1:5). Baris "K" hanya berlaku aktif,
      *tidak pernah dibuat usulan maupun diberlakukan dari usulan
       01  PTKP-RATE-RECORD.
           05  PTR-KEY.
               10  PTR-TAHUN        PIC 9(4).
