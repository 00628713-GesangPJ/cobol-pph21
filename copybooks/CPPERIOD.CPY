               10  PRD-MASA         PIC 9(2).
           05  PRD-STATUS           PIC X(1).
           05  PRD-RUN-TERAKHIR     PIC 9(4).
      *operator yang terakhir membuka/menutup masa
           05  PRD-OPERATOR         PIC X(8).
           05  FILLER               PIC X(1).
