      *              REVIEW.  TRNPOST'S CURSOR ONLY EVER SEES ROWS    *
      *              STILL MARKED 'PENDING', SO SUSPENDED ROWS NEVER  *
      *              REACH IT.                                       *
      *              THE SEEDED 'ADJREASON' CODES INCLUDE CHG-OFF,    *
      *              THE ODAGING OVERDRAFT CHARGE-OFF.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNVALID.

       01  WS-CODE-ROW-COUNT            PIC S9(9) COMP-3.
       01  WS-SEED-IX                   PIC 9(2) COMP.
       01  WS-SEED-TABLE-COUNT          PIC 9(2) COMP VALUE 9.
       01  WS-SEED-TABLE.
           05 WS-SEED-ENTRY OCCURS 9 TIMES.
              10 WS-SEED-CODE-TYPE      PIC X(10).
              10 WS-SEED-CODE-VALUE     PIC X(10).
       01  FILLER REDEFINES WS-SEED-TABLE.
           05 FILLER           PIC X(20) VALUE 'STATUS    PENDING   '.
           05 FILLER           PIC X(20) VALUE 'ADJREASON TLR-ERROR '.
           05 FILLER           PIC X(20) VALUE 'ADJREASON SYS-CORR  '.
           05 FILLER           PIC X(20) VALUE 'ADJREASON CHG-OFF   '.

           EXEC SQL
               DECLARE TRNVALID-CSR CURSOR WITH HOLD FOR
