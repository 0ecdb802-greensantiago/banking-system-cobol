      * LIST, PAGE AND REPRINT ANY CATALOGED REPORT ON SCREEN        *
      * INSTEAD OF SOMEONE HUNTING THE DIRECTORY FOR DATED ARCHIVE   *
      * NAMES.  IT RUNS AT THE END OF THE NIGHT STREAM, BEFORE       *
      * HOUSEKP RENAMES THE FILES.  THE SECURITY REPORT AND THE      *
      * TELLER VOLUME REPORT ARE FLAGGED SUPERVISOR-ONLY.            *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLREG.
           05 FILLER  PIC X(18) VALUE 'TRIALBAL  TRIALBAL'.
           05 FILLER  PIC X(18) VALUE 'USERDIR   USERDIR '.
           05 FILLER  PIC X(18) VALUE 'WLRESCAN  WLRESCAN'.
           05 FILLER  PIC X(18) VALUE 'INCLRPST  INCLRPST'.
           05 FILLER  PIC X(18) VALUE 'SUSPAGE   SUSPAGE '.
           05 FILLER  PIC X(18) VALUE 'LOANADB   LOANADB '.
           05 FILLER  PIC X(18) VALUE 'LOANPEN   LOANPEN '.
           05 FILLER  PIC X(18) VALUE 'LOANPROV  LOANPROV'.
           05 FILLER  PIC X(18) VALUE 'LNAPPRPT  LNAPPRPT'.
           05 FILLER  PIC X(18) VALUE 'COLLTV    COLLTV  '.
           05 FILLER  PIC X(18) VALUE 'RELSTMT   RELSTMT '.
           05 FILLER  PIC X(18) VALUE 'ESTRPT    ESTRPT  '.
           05 FILLER  PIC X(18) VALUE 'DUPCUST   DUPCUST '.
           05 FILLER  PIC X(18) VALUE 'RISKSCOR  RISKSCOR'.
           05 FILLER  PIC X(18) VALUE 'RISKDUE   RISKDUE '.
           05 FILLER  PIC X(18) VALUE 'CASELOAD  CASELOAD'.
           05 FILLER  PIC X(18) VALUE 'CASEAGE   CASEAGE '.
           05 FILLER  PIC X(18) VALUE 'PPLOAD    PPLOAD  '.
           05 FILLER  PIC X(18) VALUE 'PPEXCP    CHKCLEAR'.
           05 FILLER  PIC X(18) VALUE 'NSFRVW    NSFRVW  '.
           05 FILLER  PIC X(18) VALUE 'SDBBILL   SDBBILL '.
           05 FILLER  PIC X(18) VALUE 'SDBDRILL  SDBBILL '.
           05 FILLER  PIC X(18) VALUE 'RMTEXPR   RMTEXPR '.
           05 FILLER  PIC X(18) VALUE 'CASHPOS   CASHPOS '.
           05 FILLER  PIC X(18) VALUE 'ATMCASH   ATMCASH '.
           05 FILLER  PIC X(18) VALUE 'CRDRENEW  CRDRENEW'.
           05 FILLER  PIC X(18) VALUE 'CARDDNR   CRDRENEW'.
           05 FILLER  PIC X(18) VALUE 'LIQGAP    LIQGAP  '.
           05 FILLER  PIC X(18) VALUE 'FXNOP     FXNOP   '.
           05 FILLER  PIC X(18) VALUE 'GLYRCLS   GLYRCLS '.
           05 FILLER  PIC X(18) VALUE 'BUDVAR    BUDVAR  '.
           05 FILLER  PIC X(18) VALUE 'ACRRECON  ACRRECON'.
           05 FILLER  PIC X(18) VALUE 'PRFRPT    PRFRPT  '.
           05 FILLER  PIC X(18) VALUE 'IDLEUSR   IDLEUSR '.
           05 FILLER  PIC X(18) VALUE 'USRRCRT   USRRCRT '.
           05 FILLER  PIC X(18) VALUE 'TLRVOL    TLRVOL  '.
           05 FILLER  PIC X(18) VALUE 'RATENOTC  RATENOTC'.
           05 FILLER  PIC X(18) VALUE 'ACCTPURG  ACCTPURG'.
           05 FILLER  PIC X(18) VALUE 'ACCTEXT   ACCTEXT '.
       01  WS-RPT-ENTRIES REDEFINES WS-RPT-TABLE.
           05 WS-RPT-ENTRY OCCURS 78 TIMES.
              10 WS-RPT-BASE         PIC X(10).
              10 WS-RPT-PROGRAM      PIC X(8).
       01  WS-RPT-IDX                PIC 9(2) VALUE ZEROES.
       A100-MAIN-MODULE.
           PERFORM A200-INITIAL-RTN.
           MOVE 1 TO WS-RPT-IDX.
           PERFORM A300-REGISTER-ONE-RTN UNTIL WS-RPT-IDX > 78.
           PERFORM A900-CLOSE-RTN.
           STOP RUN.
      *****************************************************************
           MOVE WS-RPT-IN-NAME TO SP-FILE-NAME.
           MOVE WS-RPT-PROGRAM (WS-RPT-IDX) TO SP-PROGRAM.
           MOVE WS-LINE-COUNT TO SP-LINE-COUNT.
           IF WS-RPT-BASE (WS-RPT-IDX) = 'SECRPT' OR
              WS-RPT-BASE (WS-RPT-IDX) = 'TLRVOL'
              MOVE 'Y' TO SP-RESTRICTED
           ELSE
              MOVE 'N' TO SP-RESTRICTED
