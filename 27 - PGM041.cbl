       PROCESS TEST
      *****************************************************************
      * Program name:    PGM041
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : unpaid direct debit returns
      *                         - PRL rejects on FILEREJ for lack of
      *                         funds, dormant or closed account go
      *                         back to the originating creditors on
      *                         FILEIMP (HDR/TRL controls like
      *                         FILEIN, coded return reason), and an
      *                         insufficient-funds unpaid is charged
      *                         the TBFRAIS unpaid fee as an IMP
      *                         movement ; TBRUNCTL guard,
      *                         TBRUNLOG run ledger row
      * 10/15/26  SVCTEAM       Returned PRL's ROPER bound from a
      *                         working-storage host field
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM041.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : return the day's unpaid direct debits to their
      *  creditors instead of by hand from the reject listing. Run
      *  after PGM017, on its FILEREJ.
      *
      *  A reject is an unpaid when it is a PRL and its FR-RAISON
      *  is one of the account-side refusals. The return reason
      *  code sent to the creditor :
      *    OVERDRAFT LIMIT EXCEEDED           AM04 insufficient funds
      *    HOLD - AVAILABLE BALANCE EXCEEDED  AM04 insufficient funds
      *    ACCOUNT DORMANT                    AC06 account blocked
      *    ACCOUNT CLOSED                     AC04 account closed
      *  Every other reject (bad currency, unknown account,
      *  duplicate reference...) is a data problem for the PGM019
      *  repair-and-recycle path, not an unpaid, and is left alone.
      *  PGM019 in turn no longer re-presents the PRLs returned
      *  here.
      *
      *  FILEIMP carries one IMP record per unpaid - the original
      *  ROPER, account, amount and currency as presented (FILEIN
      *  figures, before rate conversion), the original operation
      *  date and the return code - between a HDR record (file ID
      *  'IM' + the run date) and a TRL record with the record count
      *  and amount hash total, the FILEIN controls. All-character
      *  layout : the file leaves the bank.
      *
      *  The unpaid fee : an AM04 unpaid is charged the TBFRAIS
      *  amount of fee type 'IMP' for the account currency,
      *  effective at the run date, posted like a PGM034 FRA - one
      *  TBHISTO row (COPER 'IMP', RORIG = the returned PRL's ROPER)
      *  plus the TBCOMPTE SOLDE update, DDMVT untouched, overdraft
      *  ceiling ignored (the fee is owed). A dormant or closed
      *  account takes no bank charge, as with PGM034 ; a currency
      *  with no 'IMP' schedule row is reported and not charged. The
      *  IMP reference is 'I' + year digit + month + day + a run
      *  sequence ; an unpaid that already carries its IMP row is
      *  not charged twice.
      *
      *  The return file ID is registered on TBRUNCTL with the
      *  run's final commit : a second run on the same day is
      *  refused before anything is written or posted.
      *
      *  PGM018, PGM022, PGM023, PGM025, PGM026 and PGM028 treat IMP
      *  as a debit, PGM036 books it to fee income, and PGM017 lets
      *  an ANN reverse it like any other bank charge.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEREJ ASSIGN TO FILEREJ
           FILE STATUS IS FS-FILEREJ.

           SELECT FILEIMP ASSIGN TO FILEIMP
           FILE STATUS IS FS-FILEIMP.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Reject file written by PGM017 : FILEIN layout plus a reason
       FD  FILEREJ RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ-ENREG.
          05  FR-COMPTE  PIC S9(09) COMP.
          05  FR-ROPER   PIC X(10).
          05  FR-COPER   PIC X(03).
          05  FR-MTOPER  PIC 9(13)V9(2) COMP-3.
          05  FR-CDEV    PIC X(03).
          05  FR-DTOPER  PIC X(10).
          05  FR-ROPER-ORIG PIC X(10).
          05  FR-COMPTE-CTR PIC X(09).
          05  FR-RAISON  PIC X(35).

      *  Unpaid return file to the originating creditors. No COMP,
      *  no COMP-3 : the amount carries an explicit decimal point,
      *  as in the PGM017 partner layout.
       FD  FILEIMP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIIMP-ENREG.
          05  IM-TYPE    PIC X(03).
          05  IM-ROPER   PIC X(10).
          05  IM-COMPTE  PIC X(09).
          05  IM-MTOPER.
             10  IM-MT-ENT  PIC 9(13).
             10  IM-MT-PT   PIC X(01).
             10  IM-MT-DEC  PIC 9(02).
          05  IM-CDEV    PIC X(03).
          05  IM-DTOPER  PIC X(10).
          05  IM-CODRET  PIC X(04).
          05  IM-DTRET   PIC X(10).
          05  FILLER     PIC X(15).

      *  Header record : first record of FILEIMP
       01  FIIMP-ENTETE.
          05  IE-TYPE    PIC X(03).
          05  IE-IDFIC   PIC X(08).
          05  IE-DTCRE   PIC X(10).
          05  FILLER     PIC X(59).

      *  Trailer record : last record of FILEIMP, the FILEIN
      *  controls - IMP record count and amount hash total
       01  FIIMP-FIN.
          05  IT-TYPE    PIC X(03).
          05  IT-NBENR   PIC 9(09).
          05  IT-MTTOT   PIC 9(13)V9(2).
          05  FILLER     PIC X(53).

      *  Returns report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEREJ     PIC X(02).
           88 END-FILEREJ VALUE '10'.

       01 FS-FILEIMP     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / RUN DATE AND THE RETURN FILE ID BUILT FROM IT
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-IDFIC.
           05 FILLER     PIC X(02) VALUE 'IM'.
           05 WS-IDFIC-YY PIC X(02).
           05 WS-IDFIC-MM PIC X(02).
           05 WS-IDFIC-DD PIC X(02).
       01 WS-RUNCTL-COUNT PIC S9(09) COMP VALUE 0.

      / RETURN REASON CODE MAPPED FROM FR-RAISON ; SPACES WHEN THE
      / REJECT IS NOT AN UNPAID
       01 WS-CODRET      PIC X(04).
           88 WS-CODRET-FONDS  VALUE 'AM04'.

      / AMOUNT AS PRESENTED, SPLIT FOR THE ALL-CHARACTER RECORD
       01 WS-MT-RET      PIC 9(13)V9(2).
       01 WS-MT-RET-R REDEFINES WS-MT-RET.
           05 WS-MT-RET-ENT PIC 9(13).
           05 WS-MT-RET-DEC PIC 9(02).

      / THE UNPAID FEE PRICED FROM TBFRAIS
       01 WS-COMPTE      PIC S9(09) COMP VALUE 0.
       01 WS-ROPER-REJ   PIC X(10).
       01 WS-MT-FRAIS    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-IMP-COUNT   PIC S9(09) COMP VALUE 0.
       01 WS-TYPFRA      PIC X(03) VALUE 'IMP'.
       01 WS-NOFEE-REASON PIC X(30).

      / IMP REFERENCE : 'I' + YEAR DIGIT + MONTH + DAY + RUN SEQUENCE
       01 WS-ROPER-IMP.
           05 FILLER         PIC X(01) VALUE 'I'.
           05 WS-IMP-A       PIC X(01).
           05 WS-IMP-MM      PIC X(02).
           05 WS-IMP-DD      PIC X(02).
           05 WS-IMP-SEQ     PIC 9(04).
       01 WS-COPER-IMP       PIC X(03) VALUE 'IMP'.

      / TRAILER CONTROLS ACCUMULATED ON THE WAY
       01 WS-CNT-ENR     PIC 9(09) COMP VALUE 0.
       01 WS-MTTOT       PIC 9(13)V9(2) COMP-3 VALUE 0.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-READ      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NOTIMP    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-AM04      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-AC06      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-AC04      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CHARGED   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NOFEE     PIC 9(09) COMP VALUE 0.
       01 WS-TOT-CHARGED   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM041)
           EXEC SQL INCLUDE CCOMPTE  END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : File I/O (read/write of flat files)
      *    - 3xx : SQL Handling
      *    - 4xx : Edits
      *    - 7xx : Reporting
      *    - 8xx : Commit
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
      *    - x3x : Perform a FETCH
      *    - x5x : Perform Comparisons
      *    - x7x : Perform a UPDATE
      *    - x9x : Perform a CLOSE
      *
      *    Specials
      *    -  xxx : OTHERS
      *    - Dxxx : Displays
      *****************************************************************

       PROCEDURE DIVISION.
           PERFORM 000-OFILES.
           PERFORM 010-Initialize.
           PERFORM 830-Runlog-Start.
           PERFORM 100-Main.
           PERFORM 222-Write-Trailer.
           PERFORM 350-Register-Run-Control.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEREJ
           OPEN OUTPUT FILEIMP
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : run date, the return file ID and its
      *  TBRUNCTL guard, the IMP reference tag, the header
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           MOVE WS-TODAY-ISO (3:2) TO WS-IDFIC-YY
           MOVE WS-TODAY-ISO (6:2) TO WS-IDFIC-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-IDFIC-DD
           PERFORM 310-Check-Run-Control

           MOVE WS-TODAY-ISO (4:1) TO WS-IMP-A
           MOVE WS-TODAY-ISO (6:2) TO WS-IMP-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-IMP-DD
           MOVE 0 TO WS-IMP-SEQ

           PERFORM 220-Write-Header

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM041 UNPAID DIRECT DEBIT RETURNS ' WS-TODAY-ISO
                  ' FILE ' WS-IDFIC
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       100-Main.
      **********************************************************
      *  One pass over FILEREJ : every unpaid PRL is returned,
      *  and charged when it bounced for lack of funds
           PERFORM 210-Read-Reject

           PERFORM UNTIL (END-FILEREJ)
               ADD 1 TO WS-CNT-READ
               PERFORM 410-Map-Reason
               IF WS-CODRET = SPACES
                  ADD 1 TO WS-CNT-NOTIMP
               ELSE
                  PERFORM 150-Return-Unpaid
               END-IF
               PERFORM 210-Read-Reject
           END-PERFORM
           .

       150-Return-Unpaid.
      **********************************************************
      *  The return record, then the fee decision
           PERFORM 221-Write-Return
           ADD 1 TO WS-CNT-ENR
           ADD FR-MTOPER TO WS-MTTOT
           PERFORM 710-Write-Returned-Line

           EVALUATE TRUE
              WHEN WS-CODRET-FONDS
                 ADD 1 TO WS-CNT-AM04
                 PERFORM 160-Charge-Unpaid-Fee
              WHEN WS-CODRET = 'AC06'
                 ADD 1 TO WS-CNT-AC06
              WHEN OTHER
                 ADD 1 TO WS-CNT-AC04
           END-EVALUATE
           .

       160-Charge-Unpaid-Fee.
      **********************************************************
      *  Account still there and open, not charged already for
      *  this PRL, and a fee on the schedule - then post it
           MOVE SPACES TO WS-NOFEE-REASON
           MOVE FR-COMPTE TO WS-COMPTE
           MOVE FR-ROPER TO WS-ROPER-REJ
           PERFORM 331-Access-Table-Compte

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'ACCOUNT NOT FOUND' TO WS-NOFEE-REASON
              WHEN DGC-STATUT = 'C' OR DGC-STATUT = 'D'
                 MOVE 'ACCOUNT CLOSED OR DORMANT'
                    TO WS-NOFEE-REASON
              WHEN OTHER
                 PERFORM 341-Check-Already-Charged
                 IF WS-IMP-COUNT > 0
                    MOVE 'ALREADY CHARGED' TO WS-NOFEE-REASON
                 ELSE
                    PERFORM 335-Fetch-Fee-Schedule
                    IF WS-MT-FRAIS = 0
                       MOVE SPACES TO WS-NOFEE-REASON
                       STRING 'NO IMP SCHEDULE FOR ' DGC-CDEV
                          DELIMITED BY SIZE INTO WS-NOFEE-REASON
                    END-IF
                 END-IF
           END-EVALUATE

           IF WS-NOFEE-REASON NOT = SPACES
              ADD 1 TO WS-CNT-NOFEE
              PERFORM 712-Write-No-Fee-Line
           ELSE
              ADD 1 TO WS-IMP-SEQ
              ADD 1 TO WS-CNT-CHARGED
              ADD WS-MT-FRAIS TO WS-TOT-CHARGED
              PERFORM 321-Histo-Insert-Impaye
              PERFORM 370-Update-Table-Compte
              PERFORM 711-Write-Charged-Line
           END-IF
           .

       410-Map-Reason.
      **********************************************************
      *  Only a PRL refused on the account side is an unpaid
           MOVE SPACES TO WS-CODRET
           IF FR-COPER = 'PRL'
              EVALUATE FR-RAISON
                 WHEN 'OVERDRAFT LIMIT EXCEEDED'
                 WHEN 'HOLD - AVAILABLE BALANCE EXCEEDED'
                    MOVE 'AM04' TO WS-CODRET
                 WHEN 'ACCOUNT DORMANT'
                    MOVE 'AC06' TO WS-CODRET
                 WHEN 'ACCOUNT CLOSED'
                    MOVE 'AC04' TO WS-CODRET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       210-Read-Reject.
      **********************************************************
      *  This routine should read FILEREJ line by line
           READ FILEREJ
           .

       220-Write-Header.
      **********************************************************
      *  The HDR record : file ID keyed on the run date
           MOVE SPACES TO FIIMP-ENTETE
           MOVE 'HDR' TO IE-TYPE
           MOVE WS-IDFIC TO IE-IDFIC
           MOVE WS-TODAY-ISO TO IE-DTCRE
           WRITE FIIMP-ENTETE
           .

       221-Write-Return.
      **********************************************************
      *  One IMP record : the debit as the creditor presented it,
      *  and why it came back
           MOVE FR-MTOPER TO WS-MT-RET
           MOVE SPACES TO FIIMP-ENREG
           MOVE 'IMP' TO IM-TYPE
           MOVE FR-ROPER TO IM-ROPER
           MOVE FR-COMPTE TO WS-ED-COMPTE
           MOVE WS-ED-COMPTE (2:9) TO IM-COMPTE
           INSPECT IM-COMPTE REPLACING LEADING SPACE BY '0'
           MOVE WS-MT-RET-ENT TO IM-MT-ENT
           MOVE '.' TO IM-MT-PT
           MOVE WS-MT-RET-DEC TO IM-MT-DEC
           MOVE FR-CDEV TO IM-CDEV
           MOVE FR-DTOPER TO IM-DTOPER
           MOVE WS-CODRET TO IM-CODRET
           MOVE WS-TODAY-ISO TO IM-DTRET
           WRITE FIIMP-ENREG
           .

       222-Write-Trailer.
      **********************************************************
      *  The TRL record : count and amount hash of the IMP records
           MOVE SPACES TO FIIMP-FIN
           MOVE 'TRL' TO IT-TYPE
           MOVE WS-CNT-ENR TO IT-NBENR
           MOVE WS-MTTOT TO IT-MTTOT
           WRITE FIIMP-FIN
           .

       310-Check-Run-Control.
      **********************************************************
      *  Refuse a return file ID already registered on TBRUNCTL :
      *  today's unpaids were returned and charged already
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-RUNCTL-COUNT
              FROM   TBRUNCTL
              WHERE  IDFIC=:WS-IDFIC
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-RUNCTL-COUNT > 0
              PERFORM D740-FILE-ALREADY-SENT
           END-IF
           .

       350-Register-Run-Control.
      **********************************************************
      *  Register the return file ID. Committed with the run's
      *  tail by 820-Final-Commit, together with the fees.
           EXEC SQL
              INSERT INTO TBRUNCTL
              (
                IDFIC,
                DTCRE,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-IDFIC,
                :WS-TODAY-ISO,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       331-Access-Table-Compte.
      **********************************************************
      *  Fetch the debtor's account. SQLCODE 100 (not found) is
      *  handled by the caller.
           EXEC SQL
              SELECT *
              INTO :DCLTBCOMPTE
              FROM TBCOMPTE
              WHERE COMPTE=:WS-COMPTE
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       341-Check-Already-Charged.
      **********************************************************
      *  An IMP row pointing back at this PRL means it was
      *  charged already : never twice
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-IMP-COUNT
              FROM   TBHISTO
              WHERE  COMPTE=:WS-COMPTE
              AND    COPER='IMP'
              AND    RORIG=:WS-ROPER-REJ
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       335-Fetch-Fee-Schedule.
      **********************************************************
      *  The unpaid fee for the account currency, effective at
      *  the run date. No schedule row leaves the fee at zero.
           EXEC SQL
              SELECT MTFRAIS
              INTO   :WS-MT-FRAIS
              FROM   TBFRAIS
              WHERE  CDEV   = :DGC-CDEV
              AND    TYPFRA = :WS-TYPFRA
              AND    DTEFF <= :WS-TODAY-ISO
              ORDER BY DTEFF DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
              MOVE 0 TO WS-MT-FRAIS
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       321-Histo-Insert-Impaye.
      **********************************************************
      *  The fee's TBHISTO row, same shape as a PGM034 FRA. RORIG
      *  carries the returned PRL's reference.
           EXEC SQL
              INSERT INTO TBHISTO
              (
                COMPTE,
                COPER,
                ROPER,
                RORIG,
                MTOPPER,
                CDEV,
                MTORIG,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :DGC-COMPTE,
                :WS-COPER-IMP,
                :WS-ROPER-IMP,
                :WS-ROPER-REJ,
                :WS-MT-FRAIS,
                :DGC-CDEV,
                :WS-MT-FRAIS,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       370-Update-Table-Compte.
      **********************************************************
      *  Debit the fee from the account. DDMVT is deliberately
      *  NOT touched and the overdraft ceiling is ignored - the
      *  PGM034 reasoning, see the program header.
           COMPUTE DGC-SOLDE = DGC-SOLDE - WS-MT-FRAIS
           EXEC SQL
              UPDATE TBCOMPTE
              SET SOLDE=:DGC-SOLDE,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:DGC-COMPTE
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       710-Write-Returned-Line.
      **********************************************************
      *  Report line for a returned unpaid
           MOVE FR-COMPTE TO WS-ED-COMPTE
           MOVE FR-MTOPER TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'RETURNED ' FR-ROPER
                  ' ' WS-ED-COMPTE
                  ' ' WS-ED-AMT
                  ' ' FR-CDEV
                  ' ' WS-CODRET
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       711-Write-Charged-Line.
      **********************************************************
      *  The unpaid fee posted
           MOVE WS-MT-FRAIS TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING '         FEE ' WS-ED-AMT
                  ' ' DGC-CDEV
                  ' REF ' WS-ROPER-IMP
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       712-Write-No-Fee-Line.
      **********************************************************
      *  An insufficient-funds unpaid left uncharged, and why
           MOVE SPACES TO RAP-LIGNE
           STRING '         NO FEE : ' WS-NOFEE-REASON
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-READ TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'REJECTS READ       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NOTIMP TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'NOT AN UNPAID      : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-ENR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'UNPAIDS RETURNED   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-MTTOT TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'AMOUNT RETURNED    : ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-AM04 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  AM04 NO FUNDS    : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-AC06 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  AC06 DORMANT     : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-AC04 TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING '  AC04 CLOSED      : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-CHARGED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'FEES CHARGED       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-TOT-CHARGED TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'FEE AMOUNT         : ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NOFEE TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'NO FEE             : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the fees and the run control registration
           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       830-Runlog-Start.
      **********************************************************
      *  Open this run's TBRUNLOG row ('E' = in flight) and
      *  commit it at once, so an abended run still shows on
      *  the PGM033 chain report as started-never-finished
           EXEC SQL
              SELECT CURRENT TIME
              INTO   :WS-RUNLOG-HDDEB
              FROM   SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM D550-CHECKSQL

           EXEC SQL
              INSERT INTO TBRUNLOG
              (
                PGMNAME,
                DTRUN,
                HDDEB,
                HDFIN,
                ETAT,
                CNTLU,
                CNTTRT,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                'PGM041',
                 CURRENT DATE,
                :WS-RUNLOG-HDDEB,
                 ' ',
                 'E',
                 0,
                 0,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL

           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       835-Runlog-End.
      **********************************************************
      *  Close this run's TBRUNLOG row : outcome 'T' and the
      *  run's key counts. Committed with the run's tail.
           MOVE WS-CNT-READ TO WS-RUNLOG-LU
           MOVE WS-CNT-ENR TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM041'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEREJ
           CLOSE FILEIMP
           CLOSE FILERAP
           .

       D740-FILE-ALREADY-SENT.
      **********************************************************
      *  Today's return file was produced already
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* RETURN FILE ALREADY SENT (TBRUNCTL): ' WS-IDFIC
           DISPLAY '* Run refused, nothing was returned or charged. *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D550-CHECKSQL.
      **********************************************************
      *  Check SQLCODE
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 DISPLAY 'END QUERY'
              WHEN OTHER
                 PERFORM D320-DBERROR
           END-EVALUATE
           .

       D320-DBERROR.
      **********************************************************
      *  DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: ' SQLERRML
           DISPLAY '* Problem-msg: ' SQLERRMC
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           STOP RUN
           .
