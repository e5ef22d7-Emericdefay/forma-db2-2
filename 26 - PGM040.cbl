       PROCESS TEST
      *****************************************************************
      * Program name:    PGM040
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : daily anti money laundering
      *                         surveillance over the day's TBHISTO
      *                         postings - structuring under the
      *                         declaration threshold, large credit
      *                         passed straight out, large debit
      *                         after a PGM024 reactivation, turnover
      *                         far above the account's own average.
      *                         Per-currency thresholds (TBLCBPAR),
      *                         one TBLCBCAS case per hit, analyst
      *                         closures from FILECAS audited on
      *                         TBAUDIT, alert report by holder,
      *                         TBRUNLOG run ledger row (PGM033
      *                         chain report)
      * 10/15/26  SVCTEAM       CHQ inward cheques (PGM017) count as
      *                         outflows, large debits and turnover
      * 10/15/26  SVCTEAM       FILECAS closure fields moved to
      *                         working-storage host fields before
      *                         they are bound
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM040.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : the money-movement side of compliance surveillance
      *  (PGM035 only sees TBAUDIT maintenance rows). Run after
      *  PGM017 and PGM024, on the same calendar day : the sweeps
      *  look at the movements TBHISTO carries for the run date,
      *  with lookback windows behind it.
      *
      *  Patterns (case code in TBLCBCAS.CODALR) :
      *  - STR structuring : a RET posted today that sits in the
      *    band just under the declaration threshold (MTSEUIL less
      *    MTMARGE up to MTSEUIL, in the RET's own currency and
      *    original amount), with at least PA-NBSTR such RETs on
      *    the account over the last PA-NBJSTR days ;
      *  - VRT in and out : TRF/RET/CHQ outflows posted today on
      *    an account that took a large VIR credit (MTGROS or more in
      *    the VIR's currency) within the last 48 hours - today or
      *    the two days before - when the outflows reach PA-PCTSOR
      *    percent of that credit ;
      *  - REA reactivated then debited : a PGM024 reactivation
      *    (TBAUDIT 'REA') within the last PA-NBJREA days, and a
      *    PRL/RET/TRF/CHQ debit of MTGROS or more posted today ;
      *  - CAF turnover : today's customer turnover (credits and
      *    debits, account currency) at or above MTCAMIN and more
      *    than PA-COEFCA times the account's own daily average
      *    over the previous PA-NBJMOY days. An account with no
      *    history in the window has no average to compare to and
      *    is left alone.
      *
      *  Amount thresholds are per currency on TBLCBPAR, effective
      *  dated like TBFRAIS (latest DTEFF on or before the run
      *  date) ; a movement in a currency with no parameter row is
      *  counted on the summary and not tested. Windows, counts and
      *  ratios come from FILEPAR (the PGM020 parameter-record
      *  pattern).
      *
      *  Each hit opens one TBLCBCAS case, keyed on COMPTE, CODALR
      *  and the detection date - so one case per account, pattern
      *  and day however many movements set it off, and a rerun of
      *  the same day opens nothing twice. Cases open with STATUT
      *  'O' ; analysts close them through FILECAS (conclusion
      *  'SAN' no further action or 'DEC' declared to the
      *  authorities), each closure audited on TBAUDIT (CODMVT
      *  'LCC') under the analyst's userid.
      *
      *  FILERAP lists today's cases grouped by TBCLIENT holder,
      *  then the closures, then the summary with the number of
      *  cases still open. Closed accounts are not swept : nothing
      *  posts to them.
      *
      *  TBLCBCAS.STATUT convention : 'O' open, 'C' closed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEPAR ASSIGN TO FILEPAR
           FILE STATUS IS FS-FILEPAR.

           SELECT FILECAS ASSIGN TO FILECAS
           FILE STATUS IS FS-FILECAS.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  Detection parameters : lookback windows, counts and ratios
       FD  FILEPAR RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPAR-ENREG.
          05  PA-NBJSTR  PIC 9(03).
          05  PA-NBSTR   PIC 9(03).
          05  PA-PCTSOR  PIC 9(03).
          05  PA-NBJREA  PIC 9(03).
          05  PA-NBJMOY  PIC 9(03).
          05  PA-COEFCA  PIC 9(03).
          05  FILLER     PIC X(62).

      *  Case closures, hand-keyed by the compliance analysts
       FD  FILECAS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICAS-ENREG.
          05  CS-COMPTE  PIC X(09).
          05  CS-COMPTE-N REDEFINES CS-COMPTE PIC 9(09).
          05  CS-CODALR  PIC X(03).
          05  CS-DTDET   PIC X(10).
          05  CS-CONCL   PIC X(03).
          05  CS-USERID  PIC X(08).
          05  CS-MOTIF   PIC X(30).
          05  FILLER     PIC X(17).

      *  Alert report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEPAR     PIC X(02).
           88 END-FILEPAR VALUE '10'.

       01 FS-FILECAS     PIC X(02).
           88 END-FILECAS VALUE '10'.

       01 FS-FILERAP     PIC X(02).

      / DETECTION PARAMETERS (FILEPAR)
       01 WS-NBJSTR      PIC S9(05) COMP VALUE 0.
       01 WS-NBSTR       PIC S9(05) COMP VALUE 0.
       01 WS-PCTSOR      PIC S9(05) COMP VALUE 0.
       01 WS-NBJREA      PIC S9(05) COMP VALUE 0.
       01 WS-NBJMOY      PIC S9(05) COMP VALUE 0.
       01 WS-COEFCA      PIC S9(05) COMP VALUE 0.

      / RUN DATE AND THE START OF EACH LOOKBACK WINDOW, ISO
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).
       01 WS-DTLIMITE       PIC X(10).
       01 WS-DT-STR         PIC X(10).
       01 WS-DT-48H         PIC X(10).
       01 WS-DT-REA         PIC X(10).
       01 WS-DT-MOY         PIC X(10).
       01 WS-DATE-YYYYMMDD.
           05 WS-DN-YYYY PIC X(04).
           05 WS-DN-MM   PIC X(02).
           05 WS-DN-DD   PIC X(02).
       01 WS-DATE-YYYYMMDD-N REDEFINES WS-DATE-YYYYMMDD PIC 9(08).
       01 WS-JOUR-CRT       PIC S9(09) COMP VALUE 0.
       01 WS-NBJOURS        PIC S9(05) COMP VALUE 0.

      / CURRENCY THRESHOLDS (TBLCBPAR), KEPT FOR THE LAST CURRENCY
      / LOOKED UP - THE SWEEPS ARE MOSTLY ONE CURRENCY
       01 WS-PAR-CDEV    PIC X(03) VALUE SPACES.
       01 WS-PAR-CHARGE  PIC X(03) VALUE HIGH-VALUES.
       01 WS-PAR-SW      PIC X(01) VALUE 'N'.
           88 WS-PAR-FOUND VALUE 'Y'.
       01 WS-P-MTSEUIL   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-P-MTMARGE   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-P-MTGROS    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-P-MTCAMIN   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-BAS      PIC S9(13)V9(2) COMP-3 VALUE 0.

      / CURSOR CONTROLS
       01 WS-END-STR-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-STR VALUE 'Y'.
       01 WS-END-OUT-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-OUT VALUE 'Y'.
       01 WS-END-REA-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-REA VALUE 'Y'.
       01 WS-END-CAF-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-CAF VALUE 'Y'.
       01 WS-END-CAS-SW  PIC X(01) VALUE 'N'.
           88 END-CSR-CAS VALUE 'Y'.

      / MOVEMENT HOST FIELDS (SWEEP CURSORS)
       01 WS-H-COMPTE    PIC S9(09) COMP.
       01 WS-H-ROPER     PIC X(10).
       01 WS-H-COPER     PIC X(03).
       01 WS-H-CDEV      PIC X(03).
       01 WS-H-MTORIG    PIC S9(13)V9(2) COMP-3.
       01 WS-H-MTOPPER   PIC S9(13)V9(2) COMP-3.
       01 WS-H-CDEV-CPT  PIC X(03).
       01 WS-H-DTREA     PIC X(10).
       01 WS-H-NBMVT     PIC S9(09) COMP.
       01 WS-MT-JOUR     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-CUMUL    PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-MT-MOYENNE  PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-NBMVT       PIC S9(09) COMP VALUE 0.

      / THE CASE BEING OPENED (TBLCBCAS). CDEV, MTALR and MTREF
      / by pattern : STR - RET currency, the band RETs' total, the
      / threshold ; VRT - account currency, the VIR credit, the
      / day's outflows ; REA - debit currency, the debit, the
      / large-movement threshold ; CAF - account currency, the
      / day's turnover, the daily average.
       01 WS-C-COMPTE    PIC S9(09) COMP.
       01 WS-C-CODALR    PIC X(03).
       01 WS-C-ROPER     PIC X(10).
       01 WS-C-CDEV      PIC X(03).
       01 WS-C-MTALR     PIC S9(13)V9(2) COMP-3.
       01 WS-C-MTREF     PIC S9(13)V9(2) COMP-3.
       01 WS-C-NBMVT     PIC S9(09) COMP.
       01 WS-CAS-COUNT   PIC S9(09) COMP VALUE 0.

      / CASE REPORT HOST FIELDS (CSR-CAS) AND HOLDER BREAK
       01 WS-R-COMPTE    PIC S9(09) COMP.
       01 WS-R-CODALR    PIC X(03).
       01 WS-R-ROPER     PIC X(10).
       01 WS-R-CDEV      PIC X(03).
       01 WS-R-MTALR     PIC S9(13)V9(2) COMP-3.
       01 WS-R-MTREF     PIC S9(13)V9(2) COMP-3.
       01 WS-R-IDCLI     PIC S9(09) COMP.
       01 WS-R-NOM       PIC X(30).
       01 WS-PREV-IDCLI  PIC S9(09) COMP VALUE -1.

      / CASE CLOSURE : THE CASE AS FOUND AND THE REFUSAL REASON
       01 WS-COMPTE      PIC S9(09) COMP VALUE 0.
       01 WS-O-STATUT    PIC X(01).
       01 WS-REJECT-REASON PIC X(35).
      *  The closure as keyed on FILECAS, the SQL host fields
       01 WS-CODALR      PIC X(03).
       01 WS-DTDET       PIC X(10).
       01 WS-CONCL       PIC X(03).
       01 WS-MOTIF       PIC X(30).

      / AUDIT FIELDS (TBAUDIT, SAME SHAPE AS PGM020)
       01 WS-USERID        PIC X(08).
       01 WS-CODE          PIC X(03) VALUE 'LCC'.
       01 WS-ANCVAL        PIC X(20).
       01 WS-NOUVAL        PIC X(20).

      / COUNTERS FOR THE END-OF-RUN SUMMARY
       01 WS-CNT-SCAN      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-NOPAR     PIC 9(09) COMP VALUE 0.
       01 WS-CNT-STR       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-VRT       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-REA       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CAF       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-OPENED    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-DEJA      PIC 9(09) COMP VALUE 0.
       01 WS-CNT-HOLDERS   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CLOSED    PIC 9(09) COMP VALUE 0.
       01 WS-CNT-CLO-REF   PIC 9(09) COMP VALUE 0.
       01 WS-CNT-OPEN-ALL  PIC S9(09) COMP VALUE 0.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-AMT2       PIC -(13)9.99.
       01 WS-ED-COMPTE     PIC -(9)9.
       01 WS-ED-IDCLI      PIC -(9)9.

      / RUN LEDGER (TBRUNLOG) FIELDS - THIS RUN'S ROW
       01 WS-RUNLOG-HDDEB  PIC X(08).
       01 WS-RUNLOG-LU     PIC S9(09) COMP VALUE 0.
       01 WS-RUNLOG-TRT    PIC S9(09) COMP VALUE 0.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR : TODAY'S RET CASH WITHDRAWALS, FOR STRUCTURING
           EXEC SQL
              DECLARE CSR-STR CURSOR FOR
              SELECT COMPTE, ROPER, CDEV, MTORIG
              FROM   TBHISTO
              WHERE  COPER = 'RET'
              AND    DDMAJ = :WS-TODAY-ISO
              ORDER BY COMPTE, ROPER
           END-EXEC.

      / CURSOR : TODAY'S TRF/RET/CHQ OUTFLOWS PER ACCOUNT, FOR IN
      / AND OUT
           EXEC SQL
              DECLARE CSR-OUT CURSOR FOR
              SELECT H.COMPTE, C.CDEV, SUM(H.MTOPPER)
              FROM   TBHISTO H, TBCOMPTE C
              WHERE  H.COMPTE = C.COMPTE
              AND    H.COPER IN ('TRF','RET','CHQ')
              AND    H.DDMAJ = :WS-TODAY-ISO
              GROUP BY H.COMPTE, C.CDEV
              ORDER BY H.COMPTE
           END-EXEC.

      / CURSOR : ACCOUNTS PGM024 REACTIVATED WITHIN THE WINDOW
           EXEC SQL
              DECLARE CSR-REA CURSOR FOR
              SELECT COMPTE, MAX(DTAUD)
              FROM   TBAUDIT
              WHERE  CODMVT = 'REA'
              AND    DTAUD >= :WS-DT-REA
              GROUP BY COMPTE
              ORDER BY COMPTE
           END-EXEC.

      / CURSOR : TODAY'S CUSTOMER TURNOVER PER ACCOUNT
           EXEC SQL
              DECLARE CSR-CAF CURSOR FOR
              SELECT H.COMPTE, C.CDEV, SUM(H.MTOPPER), COUNT(*)
              FROM   TBHISTO H, TBCOMPTE C
              WHERE  H.COMPTE = C.COMPTE
              AND    C.STATUT <> 'C'
              AND    H.COPER IN ('VIR','RMB','PRL','RET',
                                 'TRF','TRC','CHQ')
              AND    H.DDMAJ = :WS-TODAY-ISO
              GROUP BY H.COMPTE, C.CDEV
              ORDER BY H.COMPTE
           END-EXEC.

      / CURSOR : TODAY'S CASES WITH THEIR HOLDER, FOR THE REPORT.
      / A LEGACY ACCOUNT WITH NO TBCLIENT ROW STILL REPORTS.
           EXEC SQL
              DECLARE CSR-CAS CURSOR FOR
              SELECT A.COMPTE, A.CODALR, A.ROPER, A.CDEV,
                     A.MTALR, A.MTREF, K.IDCLI,
                     COALESCE(L.NOM, ' ')
              FROM   TBLCBCAS A
                     INNER JOIN TBCOMPTE K
                        ON K.COMPTE = A.COMPTE
                     LEFT OUTER JOIN TBCLIENT L
                        ON L.IDCLI = K.IDCLI
              WHERE  A.DTDET = :WS-TODAY-ISO
              ORDER BY K.IDCLI, A.COMPTE, A.CODALR
           END-EXEC.

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
      *    - x6x : Perform a INSERT
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
           PERFORM 110-Sweep-Structuring.
           PERFORM 120-Sweep-In-Out.
           PERFORM 130-Sweep-Reactivated.
           PERFORM 140-Sweep-Turnover.
           PERFORM 170-Case-Report.
           PERFORM 180-Case-Closures.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 700-Summary-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEPAR
           OPEN INPUT FILECAS
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : the detection parameters, the run
      *  date and the start of each lookback window
           READ FILEPAR
           IF END-FILEPAR
              PERFORM D710-PARM-ERROR
           END-IF
           IF PA-NBJSTR NOT NUMERIC OR PA-NBSTR NOT NUMERIC
              OR PA-PCTSOR NOT NUMERIC OR PA-NBJREA NOT NUMERIC
              OR PA-NBJMOY NOT NUMERIC OR PA-COEFCA NOT NUMERIC
              PERFORM D710-PARM-ERROR
           END-IF
           IF PA-NBJSTR = 0 OR PA-NBSTR = 0 OR PA-PCTSOR = 0
              OR PA-NBJREA = 0 OR PA-NBJMOY = 0 OR PA-COEFCA = 0
              PERFORM D710-PARM-ERROR
           END-IF
           MOVE PA-NBJSTR TO WS-NBJSTR
           MOVE PA-NBSTR  TO WS-NBSTR
           MOVE PA-PCTSOR TO WS-PCTSOR
           MOVE PA-NBJREA TO WS-NBJREA
           MOVE PA-NBJMOY TO WS-NBJMOY
           MOVE PA-COEFCA TO WS-COEFCA

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

      *    The structuring window counts today as its first day
           COMPUTE WS-NBJOURS = WS-NBJSTR - 1
           PERFORM 145-Days-Back
           MOVE WS-DTLIMITE TO WS-DT-STR
           MOVE 2 TO WS-NBJOURS
           PERFORM 145-Days-Back
           MOVE WS-DTLIMITE TO WS-DT-48H
           MOVE WS-NBJREA TO WS-NBJOURS
           PERFORM 145-Days-Back
           MOVE WS-DTLIMITE TO WS-DT-REA
           MOVE WS-NBJMOY TO WS-NBJOURS
           PERFORM 145-Days-Back
           MOVE WS-DTLIMITE TO WS-DT-MOY

           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM040 AML SURVEILLANCE AT ' WS-TODAY-ISO
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           STRING 'STRUCTURING FROM ' WS-DT-STR
                  '  REACTIVATED FROM ' WS-DT-REA
                  '  AVERAGE FROM ' WS-DT-MOY
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       145-Days-Back.
      **********************************************************
      *  The run date minus WS-NBJOURS days, as an ISO date in
      *  WS-DTLIMITE
           MOVE WS-TODAY-ISO (1:4) TO WS-DN-YYYY
           MOVE WS-TODAY-ISO (6:2) TO WS-DN-MM
           MOVE WS-TODAY-ISO (9:2) TO WS-DN-DD
           COMPUTE WS-JOUR-CRT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD-N)
              - WS-NBJOURS
           COMPUTE WS-DATE-YYYYMMDD-N =
              FUNCTION DATE-OF-INTEGER (WS-JOUR-CRT)
           MOVE SPACES TO WS-DTLIMITE
           STRING WS-DN-YYYY '-' WS-DN-MM '-' WS-DN-DD
              DELIMITED BY SIZE INTO WS-DTLIMITE
           .

       110-Sweep-Structuring.
      **********************************************************
      *  STR : today's RETs in the band just under the
      *  declaration threshold, repeated within the window
           PERFORM 300-Open-Csr-Str
           PERFORM 330-Fetch-Csr-Str

           PERFORM UNTIL (END-CSR-STR)
               ADD 1 TO WS-CNT-SCAN
               PERFORM 111-Check-Structuring
               PERFORM 330-Fetch-Csr-Str
           END-PERFORM

           PERFORM 390-Close-Csr-Str
           .

       111-Check-Structuring.
      **********************************************************
      *  One RET : in the band for its currency, and enough band
      *  RETs on the account over the window
           MOVE WS-H-CDEV TO WS-PAR-CDEV
           PERFORM 335-Fetch-Parametres
           IF NOT WS-PAR-FOUND
              ADD 1 TO WS-CNT-NOPAR
           ELSE
              COMPUTE WS-MT-BAS = WS-P-MTSEUIL - WS-P-MTMARGE
              IF WS-H-MTORIG >= WS-MT-BAS
                 AND WS-H-MTORIG < WS-P-MTSEUIL
                 PERFORM 336-Count-Structuring
                 IF WS-NBMVT >= WS-NBSTR
                    MOVE WS-H-COMPTE TO WS-C-COMPTE
                    MOVE 'STR' TO WS-C-CODALR
                    MOVE WS-H-ROPER TO WS-C-ROPER
                    MOVE WS-H-CDEV TO WS-C-CDEV
                    MOVE WS-MT-CUMUL TO WS-C-MTALR
                    MOVE WS-P-MTSEUIL TO WS-C-MTREF
                    MOVE WS-NBMVT TO WS-C-NBMVT
                    PERFORM 150-Open-Case
                 END-IF
              END-IF
           END-IF
           .

       120-Sweep-In-Out.
      **********************************************************
      *  VRT : outflows today on an account credited with a
      *  large VIR in the last 48 hours
           PERFORM 301-Open-Csr-Out
           PERFORM 331-Fetch-Csr-Out

           PERFORM UNTIL (END-CSR-OUT)
               ADD 1 TO WS-CNT-SCAN
               PERFORM 121-Check-In-Out
               PERFORM 331-Fetch-Csr-Out
           END-PERFORM

           PERFORM 391-Close-Csr-Out
           .

       121-Check-In-Out.
      **********************************************************
      *  The account's largest VIR in the window : large for its
      *  currency, and today's outflows (WS-MT-JOUR) take at
      *  least PA-PCTSOR percent of it back out
           PERFORM 337-Fetch-Large-Vir
           IF SQLCODE = 0
              MOVE WS-H-CDEV TO WS-PAR-CDEV
              PERFORM 335-Fetch-Parametres
              IF NOT WS-PAR-FOUND
                 ADD 1 TO WS-CNT-NOPAR
              ELSE
                 IF WS-H-MTORIG >= WS-P-MTGROS
                    AND WS-MT-JOUR * 100 >= WS-H-MTOPPER * WS-PCTSOR
                    MOVE WS-H-COMPTE TO WS-C-COMPTE
                    MOVE 'VRT' TO WS-C-CODALR
                    MOVE WS-H-ROPER TO WS-C-ROPER
                    MOVE WS-H-CDEV-CPT TO WS-C-CDEV
                    MOVE WS-H-MTOPPER TO WS-C-MTALR
                    MOVE WS-MT-JOUR TO WS-C-MTREF
                    MOVE 1 TO WS-C-NBMVT
                    PERFORM 150-Open-Case
                 END-IF
              END-IF
           END-IF
           .

       130-Sweep-Reactivated.
      **********************************************************
      *  REA : a large debit today on an account PGM024 brought
      *  back from dormant within the window
           PERFORM 302-Open-Csr-Rea
           PERFORM 332-Fetch-Csr-Rea

           PERFORM UNTIL (END-CSR-REA)
               ADD 1 TO WS-CNT-SCAN
               PERFORM 131-Check-Reactivated
               PERFORM 332-Fetch-Csr-Rea
           END-PERFORM

           PERFORM 392-Close-Csr-Rea
           .

       131-Check-Reactivated.
      **********************************************************
      *  The account's largest customer debit today, large for
      *  its own currency
           PERFORM 338-Fetch-Largest-Debit
           IF SQLCODE = 0
              MOVE WS-H-CDEV TO WS-PAR-CDEV
              PERFORM 335-Fetch-Parametres
              IF NOT WS-PAR-FOUND
                 ADD 1 TO WS-CNT-NOPAR
              ELSE
                 IF WS-H-MTORIG >= WS-P-MTGROS
                    MOVE WS-H-COMPTE TO WS-C-COMPTE
                    MOVE 'REA' TO WS-C-CODALR
                    MOVE WS-H-ROPER TO WS-C-ROPER
                    MOVE WS-H-CDEV TO WS-C-CDEV
                    MOVE WS-H-MTORIG TO WS-C-MTALR
                    MOVE WS-P-MTGROS TO WS-C-MTREF
                    MOVE 1 TO WS-C-NBMVT
                    PERFORM 150-Open-Case
                 END-IF
              END-IF
           END-IF
           .

       140-Sweep-Turnover.
      **********************************************************
      *  CAF : today's turnover against the account's own daily
      *  average
           PERFORM 303-Open-Csr-Caf
           PERFORM 333-Fetch-Csr-Caf

           PERFORM UNTIL (END-CSR-CAF)
               ADD 1 TO WS-CNT-SCAN
               PERFORM 141-Check-Turnover
               PERFORM 333-Fetch-Csr-Caf
           END-PERFORM

           PERFORM 393-Close-Csr-Caf
           .

       141-Check-Turnover.
      **********************************************************
      *  Above the currency floor, and more than PA-COEFCA times
      *  the average day of the previous PA-NBJMOY days
           MOVE WS-H-CDEV-CPT TO WS-PAR-CDEV
           PERFORM 335-Fetch-Parametres
           IF NOT WS-PAR-FOUND
              ADD 1 TO WS-CNT-NOPAR
           ELSE
              IF WS-MT-JOUR >= WS-P-MTCAMIN
                 PERFORM 339-Sum-Turnover-History
                 COMPUTE WS-MT-MOYENNE ROUNDED =
                    WS-MT-CUMUL / WS-NBJMOY
                 IF WS-MT-MOYENNE > 0
                    AND WS-MT-JOUR > WS-MT-MOYENNE * WS-COEFCA
                    MOVE WS-H-COMPTE TO WS-C-COMPTE
                    MOVE 'CAF' TO WS-C-CODALR
                    MOVE SPACES TO WS-C-ROPER
                    MOVE WS-H-CDEV-CPT TO WS-C-CDEV
                    MOVE WS-MT-JOUR TO WS-C-MTALR
                    MOVE WS-MT-MOYENNE TO WS-C-MTREF
                    MOVE WS-H-NBMVT TO WS-C-NBMVT
                    PERFORM 150-Open-Case
                 END-IF
              END-IF
           END-IF
           .

       150-Open-Case.
      **********************************************************
      *  One hit : a case for the account, pattern and day,
      *  unless one is already there (a second movement of the
      *  same pattern, or a rerun)
           PERFORM 340-Check-Case-Exists
           IF WS-CAS-COUNT > 0
              ADD 1 TO WS-CNT-DEJA
           ELSE
              PERFORM 360-Insert-Case
              ADD 1 TO WS-CNT-OPENED
              EVALUATE WS-C-CODALR
                 WHEN 'STR'
                    ADD 1 TO WS-CNT-STR
                 WHEN 'VRT'
                    ADD 1 TO WS-CNT-VRT
                 WHEN 'REA'
                    ADD 1 TO WS-CNT-REA
                 WHEN 'CAF'
                    ADD 1 TO WS-CNT-CAF
              END-EVALUATE
           END-IF
           .

       170-Case-Report.
      **********************************************************
      *  Today's cases, one block per TBCLIENT holder
           MOVE SPACES TO RAP-LIGNE
           STRING 'CASES OPENED TODAY BY HOLDER'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           PERFORM 304-Open-Csr-Cas
           PERFORM 334-Fetch-Csr-Cas

           PERFORM UNTIL (END-CSR-CAS)
               IF WS-R-IDCLI NOT = WS-PREV-IDCLI
                  MOVE WS-R-IDCLI TO WS-PREV-IDCLI
                  ADD 1 TO WS-CNT-HOLDERS
                  PERFORM 730-Write-Holder-Line
               END-IF
               PERFORM 731-Write-Case-Line
               PERFORM 334-Fetch-Csr-Cas
           END-PERFORM

           PERFORM 394-Close-Csr-Cas
           .

       180-Case-Closures.
      **********************************************************
      *  Analyst closures : only an open case can be closed,
      *  with a conclusion, and every closure is audited
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           MOVE SPACES TO RAP-LIGNE
           STRING 'CASE CLOSURES'
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           PERFORM 210-Read-Closure

           PERFORM UNTIL (END-FILECAS)
               PERFORM 181-Apply-Closure
               PERFORM 210-Read-Closure
           END-PERFORM
           .

       181-Apply-Closure.
      **********************************************************
      *  One closure : edits, update, audit, report
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 400-Edit-Closure

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-CNT-CLO-REF
              PERFORM 733-Write-Refused-Line
           ELSE
              PERFORM 370-Close-Case
              ADD 1 TO WS-CNT-CLOSED
              PERFORM 732-Write-Closed-Line
           END-IF
           .

       400-Edit-Closure.
      **********************************************************
      *  The case must exist and be open ; the conclusion and
      *  the analyst's userid are mandatory
           EVALUATE TRUE
              WHEN CS-COMPTE NOT NUMERIC
                 MOVE 'ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON
              WHEN CS-USERID = SPACES
                 MOVE 'USERID MISSING' TO WS-REJECT-REASON
              WHEN CS-CONCL NOT = 'SAN' AND CS-CONCL NOT = 'DEC'
                 MOVE 'CONCLUSION NOT SAN OR DEC'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE CS-COMPTE-N TO WS-COMPTE
                 PERFORM 341-Access-Case
                 EVALUATE TRUE
                    WHEN SQLCODE = 100
                       MOVE 'CASE NOT FOUND' TO WS-REJECT-REASON
                    WHEN WS-O-STATUT NOT = 'O'
                       MOVE 'CASE ALREADY CLOSED'
                          TO WS-REJECT-REASON
                 END-EVALUATE
           END-EVALUATE
           .

       210-Read-Closure.
      **********************************************************
      *  This routine should read file line by line
           READ FILECAS
           MOVE CS-CODALR   TO WS-CODALR
           MOVE CS-DTDET    TO WS-DTDET
           MOVE CS-CONCL    TO WS-CONCL
           MOVE CS-USERID   TO WS-USERID
           MOVE CS-MOTIF    TO WS-MOTIF
           .

       335-Fetch-Parametres.
      **********************************************************
      *  The thresholds for WS-PAR-CDEV effective at the run
      *  date. The last currency's row is kept, so a run of
      *  movements in one currency reads TBLCBPAR once.
           IF WS-PAR-CDEV = WS-PAR-CHARGE
              CONTINUE
           ELSE
              MOVE WS-PAR-CDEV TO WS-PAR-CHARGE
              EXEC SQL
                 SELECT MTSEUIL, MTMARGE, MTGROS, MTCAMIN
                 INTO   :WS-P-MTSEUIL, :WS-P-MTMARGE,
                        :WS-P-MTGROS, :WS-P-MTCAMIN
                 FROM   TBLCBPAR
                 WHERE  CDEV  = :WS-PAR-CDEV
                 AND    DTEFF <= :WS-TODAY-ISO
                 ORDER BY DTEFF DESC
                 FETCH FIRST 1 ROW ONLY
              END-EXEC

              IF SQLCODE = 100
                 MOVE 'N' TO WS-PAR-SW
              ELSE
                 PERFORM D550-CHECKSQL
                 MOVE 'Y' TO WS-PAR-SW
              END-IF
           END-IF
           .

       336-Count-Structuring.
      **********************************************************
      *  How many RETs in the band the account took in this
      *  currency over the window, and their total
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(MTORIG), 0)
              INTO   :WS-NBMVT, :WS-MT-CUMUL
              FROM   TBHISTO
              WHERE  COMPTE = :WS-H-COMPTE
              AND    COPER  = 'RET'
              AND    CDEV   = :WS-H-CDEV
              AND    MTORIG >= :WS-MT-BAS
              AND    MTORIG < :WS-P-MTSEUIL
              AND    DDMAJ >= :WS-DT-STR
              AND    DDMAJ <= :WS-TODAY-ISO
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       337-Fetch-Large-Vir.
      **********************************************************
      *  The account's largest VIR credit of the last 48 hours.
      *  SQLCODE 100 (none) is handled by the caller.
           EXEC SQL
              SELECT ROPER, CDEV, MTORIG, MTOPPER
              INTO   :WS-H-ROPER, :WS-H-CDEV, :WS-H-MTORIG,
                     :WS-H-MTOPPER
              FROM   TBHISTO
              WHERE  COMPTE = :WS-H-COMPTE
              AND    COPER  = 'VIR'
              AND    DDMAJ >= :WS-DT-48H
              AND    DDMAJ <= :WS-TODAY-ISO
              ORDER BY MTOPPER DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       338-Fetch-Largest-Debit.
      **********************************************************
      *  The account's largest customer debit posted today.
      *  SQLCODE 100 (none) is handled by the caller.
           EXEC SQL
              SELECT ROPER, COPER, CDEV, MTORIG
              INTO   :WS-H-ROPER, :WS-H-COPER, :WS-H-CDEV,
                     :WS-H-MTORIG
              FROM   TBHISTO
              WHERE  COMPTE = :WS-H-COMPTE
              AND    COPER IN ('PRL','RET','TRF','CHQ')
              AND    DDMAJ = :WS-TODAY-ISO
              ORDER BY MTOPPER DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       339-Sum-Turnover-History.
      **********************************************************
      *  The account's customer turnover over the averaging
      *  window, today excluded
           EXEC SQL
              SELECT COALESCE(SUM(MTOPPER), 0)
              INTO   :WS-MT-CUMUL
              FROM   TBHISTO
              WHERE  COMPTE = :WS-H-COMPTE
              AND    COPER IN ('VIR','RMB','PRL','RET',
                               'TRF','TRC','CHQ')
              AND    DDMAJ >= :WS-DT-MOY
              AND    DDMAJ < :WS-TODAY-ISO
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       340-Check-Case-Exists.
      **********************************************************
      *  Is there already a case for this account, pattern and
      *  day
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CAS-COUNT
              FROM   TBLCBCAS
              WHERE  COMPTE = :WS-C-COMPTE
              AND    CODALR = :WS-C-CODALR
              AND    DTDET  = :WS-TODAY-ISO
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       341-Access-Case.
      **********************************************************
      *  The case a closure names. SQLCODE 100 (not found) is
      *  handled by the caller.
           EXEC SQL
              SELECT STATUT
              INTO   :WS-O-STATUT
              FROM   TBLCBCAS
              WHERE  COMPTE = :WS-COMPTE
              AND    CODALR = :WS-CODALR
              AND    DTDET  = :WS-DTDET
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM D550-CHECKSQL
           END-IF
           .

       342-Count-Open-Cases.
      **********************************************************
      *  The analysts' backlog : every case still open
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-CNT-OPEN-ALL
              FROM   TBLCBCAS
              WHERE  STATUT = 'O'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       360-Insert-Case.
      **********************************************************
      *  Open the case
           EXEC SQL
              INSERT INTO TBLCBCAS
              (
                COMPTE,
                CODALR,
                DTDET,
                ROPER,
                CDEV,
                MTALR,
                MTREF,
                NBMVT,
                STATUT,
                CONCL,
                USERID,
                DTCLO,
                MOTIF,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-C-COMPTE,
                :WS-C-CODALR,
                :WS-TODAY-ISO,
                :WS-C-ROPER,
                :WS-C-CDEV,
                :WS-C-MTALR,
                :WS-C-MTREF,
                :WS-C-NBMVT,
                 'O',
                 ' ',
                 ' ',
                 ' ',
                 ' ',
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       370-Close-Case.
      **********************************************************
      *  Close the case with the analyst's conclusion, audited
      *  under the analyst's userid
           EXEC SQL
              UPDATE TBLCBCAS
              SET STATUT='C',
                  CONCL=:WS-CONCL,
                  USERID=:WS-USERID,
                  DTCLO=CURRENT DATE,
                  MOTIF=:WS-MOTIF,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE COMPTE=:WS-COMPTE
              AND   CODALR=:WS-CODALR
              AND   DTDET=:WS-DTDET
           END-EXEC

           PERFORM D550-CHECKSQL

           MOVE SPACES TO WS-ANCVAL
           STRING CS-CODALR ' ' CS-DTDET
              DELIMITED BY SIZE INTO WS-ANCVAL
           MOVE SPACES TO WS-NOUVAL
           STRING 'C ' CS-CONCL
              DELIMITED BY SIZE INTO WS-NOUVAL
           PERFORM 320-Audit-Insert
           .

       320-Audit-Insert.
      **********************************************************
      *  One TBAUDIT row per closure, same shape as PGM020
           EXEC SQL
              INSERT INTO TBAUDIT
              (
                DTAUD,
                HRAUD,
                USERID,
                CODMVT,
                COMPTE,
                ANCVAL,
                NOUVAL
              )
              VALUES
              (
                 CURRENT DATE,
                 CURRENT TIME,
                :WS-USERID,
                :WS-CODE,
                :WS-COMPTE,
                :WS-ANCVAL,
                :WS-NOUVAL
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       300-Open-Csr-Str.
      **********************************************************
      *  Open the structuring cursor
           EXEC SQL
              OPEN CSR-STR
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       330-Fetch-Csr-Str.
      **********************************************************
      *  Fetch the next RET of the day
           EXEC SQL
              FETCH CSR-STR
              INTO  :WS-H-COMPTE, :WS-H-ROPER, :WS-H-CDEV,
                    :WS-H-MTORIG
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-STR-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       390-Close-Csr-Str.
      **********************************************************
      *  Close the structuring cursor
           EXEC SQL
              CLOSE CSR-STR
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       301-Open-Csr-Out.
      **********************************************************
      *  Open the outflow cursor
           EXEC SQL
              OPEN CSR-OUT
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       331-Fetch-Csr-Out.
      **********************************************************
      *  Fetch the next account's outflows of the day
           EXEC SQL
              FETCH CSR-OUT
              INTO  :WS-H-COMPTE, :WS-H-CDEV-CPT, :WS-MT-JOUR
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-OUT-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       391-Close-Csr-Out.
      **********************************************************
      *  Close the outflow cursor
           EXEC SQL
              CLOSE CSR-OUT
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       302-Open-Csr-Rea.
      **********************************************************
      *  Open the reactivation cursor
           EXEC SQL
              OPEN CSR-REA
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       332-Fetch-Csr-Rea.
      **********************************************************
      *  Fetch the next recently reactivated account
           EXEC SQL
              FETCH CSR-REA
              INTO  :WS-H-COMPTE, :WS-H-DTREA
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-REA-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       392-Close-Csr-Rea.
      **********************************************************
      *  Close the reactivation cursor
           EXEC SQL
              CLOSE CSR-REA
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       303-Open-Csr-Caf.
      **********************************************************
      *  Open the turnover cursor
           EXEC SQL
              OPEN CSR-CAF
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       333-Fetch-Csr-Caf.
      **********************************************************
      *  Fetch the next account's turnover of the day
           EXEC SQL
              FETCH CSR-CAF
              INTO  :WS-H-COMPTE, :WS-H-CDEV-CPT, :WS-MT-JOUR,
                    :WS-H-NBMVT
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-CAF-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       393-Close-Csr-Caf.
      **********************************************************
      *  Close the turnover cursor
           EXEC SQL
              CLOSE CSR-CAF
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       304-Open-Csr-Cas.
      **********************************************************
      *  Open the case report cursor
           EXEC SQL
              OPEN CSR-CAS
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       334-Fetch-Csr-Cas.
      **********************************************************
      *  Fetch the next case of the day
           EXEC SQL
              FETCH CSR-CAS
              INTO  :WS-R-COMPTE, :WS-R-CODALR, :WS-R-ROPER,
                    :WS-R-CDEV, :WS-R-MTALR, :WS-R-MTREF,
                    :WS-R-IDCLI, :WS-R-NOM
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-CAS-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       394-Close-Csr-Cas.
      **********************************************************
      *  Close the case report cursor
           EXEC SQL
              CLOSE CSR-CAS
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       730-Write-Holder-Line.
      **********************************************************
      *  Holder heading : IDCLI and the TBCLIENT name. A legacy
      *  account whose IDCLI matches no customer says so.
           MOVE WS-R-IDCLI TO WS-ED-IDCLI
           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE
           MOVE SPACES TO RAP-LIGNE
           IF WS-R-NOM = SPACES
              STRING 'HOLDER ' WS-ED-IDCLI
                     ' NO HOLDER ON TBCLIENT'
                 DELIMITED BY SIZE INTO RAP-LIGNE
           ELSE
              STRING 'HOLDER ' WS-ED-IDCLI ' ' WS-R-NOM
                 DELIMITED BY SIZE INTO RAP-LIGNE
           END-IF
           WRITE RAP-LIGNE
           .

       731-Write-Case-Line.
      **********************************************************
      *  One case under its holder : pattern, account, the
      *  triggering reference, the amount and what it was
      *  measured against
           MOVE WS-R-COMPTE TO WS-ED-COMPTE
           MOVE WS-R-MTALR TO WS-ED-AMT
           MOVE WS-R-MTREF TO WS-ED-AMT2
           MOVE SPACES TO RAP-LIGNE
           STRING '  ' WS-R-CODALR
                  ' ' WS-ED-COMPTE
                  ' ' WS-R-ROPER
                  ' ' WS-R-CDEV
                  ' ' WS-ED-AMT
                  ' REF ' WS-ED-AMT2
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       732-Write-Closed-Line.
      **********************************************************
      *  Report line for a closed case
           MOVE SPACES TO RAP-LIGNE
           STRING 'CLOSED   ' CS-COMPTE
                  ' ' CS-CODALR
                  ' ' CS-DTDET
                  ' ' CS-CONCL
                  ' BY ' CS-USERID
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       733-Write-Refused-Line.
      **********************************************************
      *  Report line for a refused closure
           MOVE SPACES TO RAP-LIGNE
           STRING 'REFUSED  ' CS-COMPTE
                  ' ' CS-CODALR
                  ' ' CS-DTDET
                  ' : ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       700-Summary-Report.
      **********************************************************
      *  End-of-run summary at the bottom of the report
           PERFORM 342-Count-Open-Cases

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-SCAN TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ROWS EXAMINED      : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-NOPAR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'NO CURRENCY PARAM  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-STR TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'STR STRUCTURING    : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-VRT TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'VRT IN AND OUT     : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-REA TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'REA REACT + DEBIT  : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-CAF TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CAF TURNOVER       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-OPENED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CASES OPENED       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-DEJA TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'ALREADY OPEN TODAY : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-HOLDERS TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'HOLDERS REPORTED   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-CLOSED TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CASES CLOSED       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-CLO-REF TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CLOSURES REFUSED   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-OPEN-ALL TO WS-ED-CNT
           MOVE SPACES TO RAP-LIGNE
           STRING 'CASES STILL OPEN   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the cases, the closures and their audit rows
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
                'PGM040',
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
           MOVE WS-CNT-SCAN TO WS-RUNLOG-LU
           MOVE WS-CNT-OPENED TO WS-RUNLOG-TRT

           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-RUNLOG-LU,
                  CNTTRT=:WS-RUNLOG-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM040'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEPAR
           CLOSE FILECAS
           CLOSE FILERAP
           .

       D710-PARM-ERROR.
      **********************************************************
      *  No usable detection parameters - refuse to run
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEPAR detection parameters missing, not     *'
           DISPLAY '* numeric or zero - AML surveillance refused.   *'
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
