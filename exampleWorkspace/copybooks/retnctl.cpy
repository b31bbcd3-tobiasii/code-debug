      *   Report types with group and sequence in the name:
      *     AUDITRPT EXCPTRPT RECONRPT UNMATRPT VARNCRPT REJFILE
      *     RECONEXT
      *   Date-and-sequence only:   SUPRSEDE GLJRNL GLPROOF
      *   Date only:                SNAPSHOT SNAPCMP TRENDRPT
      *                             MAINTRPT MEDMRPT ACKRPT
      *                             HOUSEMAN REJAGING PRODJRNL
      *                             PORCVRPT STKRPT INVMRPT
      *                             APRLSE APHOLD CLMNOTE
      *                             CLMOPEN QCRPT RCLTRACE
      *                             EXPSTOCK APPRRPT INTEGRPT
      *                             XLATERR GRPIRPT RBACKRPT
      *   Record-trimmed in place:  OPSLOG RUNHIST
      *-------------------------------------------------------------
       01  RET-RECORD.
