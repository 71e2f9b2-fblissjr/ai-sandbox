      ******************************************************************
      * Copybook:   JPRIQM
      * Used by:    acct_inquiry
      * Purpose:    Symbolic map for BMS mapset JPRIQM (source
      *             acct-inquiry/JPRIQM.bms): JPRIQ1I/JPRIQ1O for the
      *             account summary screen and JPRIQ2I/JPRIQ2O for the
      *             transaction history screen.  Reassemble the
      *             mapset and replace this copybook together.
      ******************************************************************
       01  JPRIQ1I.
           02  FILLER PIC X(12).
           02  DATE1L    COMP  PIC  S9(4).
           02  DATE1F    PICTURE X.
           02  FILLER REDEFINES DATE1F.
             03  DATE1A    PICTURE X.
           02  DATE1I  PIC X(8).
           02  ACCT1L    COMP  PIC  S9(4).
           02  ACCT1F    PICTURE X.
           02  FILLER REDEFINES ACCT1F.
             03  ACCT1A    PICTURE X.
           02  ACCT1I  PIC X(12).
           02  STAT1L    COMP  PIC  S9(4).
           02  STAT1F    PICTURE X.
           02  FILLER REDEFINES STAT1F.
             03  STAT1A    PICTURE X.
           02  STAT1I  PIC X(10).
           02  DELV1L    COMP  PIC  S9(4).
           02  DELV1F    PICTURE X.
           02  FILLER REDEFINES DELV1F.
             03  DELV1A    PICTURE X.
           02  DELV1I  PIC X(12).
           02  NAME1L    COMP  PIC  S9(4).
           02  NAME1F    PICTURE X.
           02  FILLER REDEFINES NAME1F.
             03  NAME1A    PICTURE X.
           02  NAME1I  PIC X(36).
           02  STRT1L    COMP  PIC  S9(4).
           02  STRT1F    PICTURE X.
           02  FILLER REDEFINES STRT1F.
             03  STRT1A    PICTURE X.
           02  STRT1I  PIC X(30).
           02  CITY1L    COMP  PIC  S9(4).
           02  CITY1F    PICTURE X.
           02  FILLER REDEFINES CITY1F.
             03  CITY1A    PICTURE X.
           02  CITY1I  PIC X(20).
           02  REGN1L    COMP  PIC  S9(4).
           02  REGN1F    PICTURE X.
           02  FILLER REDEFINES REGN1F.
             03  REGN1A    PICTURE X.
           02  REGN1I  PIC X(2).
           02  PCOD1L    COMP  PIC  S9(4).
           02  PCOD1F    PICTURE X.
           02  FILLER REDEFINES PCOD1F.
             03  PCOD1A    PICTURE X.
           02  PCOD1I  PIC X(10).
           02  HIST1D OCCURS 5 TIMES.
             03  HIST1L    COMP  PIC  S9(4).
             03  HIST1F    PICTURE X.
             03  FILLER REDEFINES HIST1F.
               04  HIST1A    PICTURE X.
             03  HIST1I  PIC X(79).
           02  REJL1D OCCURS 2 TIMES.
             03  REJL1L    COMP  PIC  S9(4).
             03  REJL1F    PICTURE X.
             03  FILLER REDEFINES REJL1F.
               04  REJL1A    PICTURE X.
             03  REJL1I  PIC X(79).
           02  PEND1L    COMP  PIC  S9(4).
           02  PEND1F    PICTURE X.
           02  FILLER REDEFINES PEND1F.
             03  PEND1A    PICTURE X.
           02  PEND1I  PIC X(60).
           02  SUSL1D OCCURS 2 TIMES.
             03  SUSL1L    COMP  PIC  S9(4).
             03  SUSL1F    PICTURE X.
             03  FILLER REDEFINES SUSL1F.
               04  SUSL1A    PICTURE X.
             03  SUSL1I  PIC X(79).
           02  MSG1L    COMP  PIC  S9(4).
           02  MSG1F    PICTURE X.
           02  FILLER REDEFINES MSG1F.
             03  MSG1A    PICTURE X.
           02  MSG1I  PIC X(78).
       01  JPRIQ1O REDEFINES JPRIQ1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATE1O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACCT1O  PIC X(12).
           02  FILLER PICTURE X(3).
           02  STAT1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DELV1O  PIC X(12).
           02  FILLER PICTURE X(3).
           02  NAME1O  PIC X(36).
           02  FILLER PICTURE X(3).
           02  STRT1O  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CITY1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  REGN1O  PIC X(2).
           02  FILLER PICTURE X(3).
           02  PCOD1O  PIC X(10).
           02  HIST1R OCCURS 5 TIMES.
             03  FILLER PICTURE X(3).
             03  HIST1O  PIC X(79).
           02  REJL1R OCCURS 2 TIMES.
             03  FILLER PICTURE X(3).
             03  REJL1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  PEND1O  PIC X(60).
           02  SUSL1R OCCURS 2 TIMES.
             03  FILLER PICTURE X(3).
             03  SUSL1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSG1O  PIC X(78).
       01  JPRIQ2I.
           02  FILLER PIC X(12).
           02  DATE2L    COMP  PIC  S9(4).
           02  DATE2F    PICTURE X.
           02  FILLER REDEFINES DATE2F.
             03  DATE2A    PICTURE X.
           02  DATE2I  PIC X(8).
           02  ACCT2L    COMP  PIC  S9(4).
           02  ACCT2F    PICTURE X.
           02  FILLER REDEFINES ACCT2F.
             03  ACCT2A    PICTURE X.
           02  ACCT2I  PIC X(12).
           02  NAME2L    COMP  PIC  S9(4).
           02  NAME2F    PICTURE X.
           02  FILLER REDEFINES NAME2F.
             03  NAME2A    PICTURE X.
           02  NAME2I  PIC X(36).
           02  FROM2L    COMP  PIC  S9(4).
           02  FROM2F    PICTURE X.
           02  FILLER REDEFINES FROM2F.
             03  FROM2A    PICTURE X.
           02  FROM2I  PIC X(8).
           02  HIST2D OCCURS 15 TIMES.
             03  HIST2L    COMP  PIC  S9(4).
             03  HIST2F    PICTURE X.
             03  FILLER REDEFINES HIST2F.
               04  HIST2A    PICTURE X.
             03  HIST2I  PIC X(79).
           02  MSG2L    COMP  PIC  S9(4).
           02  MSG2F    PICTURE X.
           02  FILLER REDEFINES MSG2F.
             03  MSG2A    PICTURE X.
           02  MSG2I  PIC X(78).
       01  JPRIQ2O REDEFINES JPRIQ2I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATE2O  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ACCT2O  PIC X(12).
           02  FILLER PICTURE X(3).
           02  NAME2O  PIC X(36).
           02  FILLER PICTURE X(3).
           02  FROM2O  PIC X(8).
           02  HIST2R OCCURS 15 TIMES.
             03  FILLER PICTURE X(3).
             03  HIST2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MSG2O  PIC X(78).
