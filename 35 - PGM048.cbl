       PROCESS TEST
      *****************************************************************
      * Program name:    PGM048
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : merge of the partitioned
      *                         PGM017 runs - single FILEREJ, FILEXT
      *                         and FILECTL for the chain, partition
      *                         totals proven against the whole
      *                         file's trailer, file ID registered on
      *                         TBRUNCTL, 'PGM017' TBRUNLOG row closed
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM048.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : last step of the partitioned posting run (see
      *  PGM047). Runs after the transfer partition's PGM017 run
      *  and hands the chain what one PGM017 run would have :
      *
      *  - FILEREJ : the partitions' rejects, partition 1 to 4
      *    then the transfer partition, one file for PGM019,
      *    PGM041 and PGM046 ;
      *  - FILEXT : one row per account touched. The account
      *    ranges are disjoint, so a row can only repeat between
      *    an account-range partition and the transfer partition,
      *    which posts last - its row is the end-of-run figure
      *    and replaces the other ;
      *  - FILECTL : a consolidated page (per partition : records
      *    read, posted, rejected, credit and debit totals, from
      *    TBRUNPART ; then the file totals proven against the
      *    trailer), followed by every partition's own PGM017
      *    control report as printed.
      *
      *  Refused, with nothing registered : a file ID already on
      *  TBRUNCTL, a file never split, a partition not yet at 'T'
      *  (rerun it, then this job), partition counts or hash not
      *  adding up to the whole file's trailer.
      *
      *  Otherwise, in one unit of work : the file ID goes on
      *  TBRUNCTL - the file is posted, no split or partition of
      *  it runs again - the whole file's TBRUNPART row goes to
      *  'T', and the 'PGM017' TBRUNLOG row PGM047 opened is
      *  closed 'T' with the file's records read and posted.
      *
      *  FILEIN is the day's file PGM047 split ; only its header
      *  is read, for the file ID. Partition DDs of ranges not in
      *  use may be omitted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO FILEIN
           FILE STATUS IS FS-FILEIN.

           SELECT OPTIONAL FILEREJ1 ASSIGN TO FILEREJ1
           FILE STATUS IS FS-FILEREJ1.

           SELECT OPTIONAL FILEREJ2 ASSIGN TO FILEREJ2
           FILE STATUS IS FS-FILEREJ2.

           SELECT OPTIONAL FILEREJ3 ASSIGN TO FILEREJ3
           FILE STATUS IS FS-FILEREJ3.

           SELECT OPTIONAL FILEREJ4 ASSIGN TO FILEREJ4
           FILE STATUS IS FS-FILEREJ4.

           SELECT OPTIONAL FILEREJX ASSIGN TO FILEREJX
           FILE STATUS IS FS-FILEREJX.

           SELECT OPTIONAL FILEXT1 ASSIGN TO FILEXT1
           FILE STATUS IS FS-FILEXT1.

           SELECT OPTIONAL FILEXT2 ASSIGN TO FILEXT2
           FILE STATUS IS FS-FILEXT2.

           SELECT OPTIONAL FILEXT3 ASSIGN TO FILEXT3
           FILE STATUS IS FS-FILEXT3.

           SELECT OPTIONAL FILEXT4 ASSIGN TO FILEXT4
           FILE STATUS IS FS-FILEXT4.

           SELECT OPTIONAL FILEXTX ASSIGN TO FILEXTX
           FILE STATUS IS FS-FILEXTX.

           SELECT OPTIONAL FILECTL1 ASSIGN TO FILECTL1
           FILE STATUS IS FS-FILECTL1.

           SELECT OPTIONAL FILECTL2 ASSIGN TO FILECTL2
           FILE STATUS IS FS-FILECTL2.

           SELECT OPTIONAL FILECTL3 ASSIGN TO FILECTL3
           FILE STATUS IS FS-FILECTL3.

           SELECT OPTIONAL FILECTL4 ASSIGN TO FILECTL4
           FILE STATUS IS FS-FILECTL4.

           SELECT OPTIONAL FILECTLX ASSIGN TO FILECTLX
           FILE STATUS IS FS-FILECTLX.

           SELECT FILEREJ ASSIGN TO FILEREJ
           FILE STATUS IS FS-FILEREJ.

           SELECT FILEXT ASSIGN TO FILEXT
           FILE STATUS IS FS-FILEXT.

           SELECT FILECTL ASSIGN TO FILECTL
           FILE STATUS IS FS-FILECTL.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  The day's FILEIN : header only
       FD  FILEIN RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICOPER-ENTETE.
          05  FE-TYPE    PIC X(03).
          05  FE-IDFIC   PIC X(08).
          05  FE-DTCRE   PIC X(10).
          05  FE-FORMAT  PIC X(01).
          05  FE-PART    PIC X(01).
          05  FILLER     PIC X(57).

      *  Partition reject files, PGM017 FILEREJ layout
       FD  FILEREJ1 RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ1-ENREG   PIC X(92).

       FD  FILEREJ2 RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ2-ENREG   PIC X(92).

       FD  FILEREJ3 RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ3-ENREG   PIC X(92).

       FD  FILEREJ4 RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ4-ENREG   PIC X(92).

       FD  FILEREJX RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJX-ENREG   PIC X(92).

      *  Partition account extracts, PGM017 FILEXT layout
       FD  FILEXT1 RECORDING MODE F
           RECORD CONTAINS 25 CHARACTERS.
       01  FIEXT1-ENREG   PIC X(25).

       FD  FILEXT2 RECORDING MODE F
           RECORD CONTAINS 25 CHARACTERS.
       01  FIEXT2-ENREG   PIC X(25).

       FD  FILEXT3 RECORDING MODE F
           RECORD CONTAINS 25 CHARACTERS.
       01  FIEXT3-ENREG   PIC X(25).

       FD  FILEXT4 RECORDING MODE F
           RECORD CONTAINS 25 CHARACTERS.
       01  FIEXT4-ENREG   PIC X(25).

       FD  FILEXTX RECORDING MODE F
           RECORD CONTAINS 25 CHARACTERS.
       01  FIEXTX-ENREG   PIC X(25).

      *  Partition control reports, PGM017 FILECTL layout
       FD  FILECTL1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL1-LIGNE     PIC X(80).

       FD  FILECTL2 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL2-LIGNE     PIC X(80).

       FD  FILECTL3 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL3-LIGNE     PIC X(80).

       FD  FILECTL4 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL4-LIGNE     PIC X(80).

       FD  FILECTLX RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTLX-LIGNE     PIC X(80).

      *  Merged reject file - PGM017 FILEREJ layout
       FD  FILEREJ RECORDING MODE F
           RECORD CONTAINS 92 CHARACTERS.
       01  FIREJ-ENREG    PIC X(92).

      *  Merged account extract - PGM017 FILEXT layout
       FD  FILEXT RECORDING MODE F
           RECORD CONTAINS 25 CHARACTERS.
       01  FIEXT-ENREG.
          05  FX-COMPTE  PIC S9(09) COMP.
          05  FX-SOLDE   PIC S9(13)V9(2) COMP-3.
          05  FX-DDMVT   PIC X(10).
          05  FX-CDEV    PIC X(03).

      *  Merged control report
       FD  FILECTL RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEIN      PIC X(02).
           88 END-FILEIN VALUE '10'.
       01 FS-FILEREJ1    PIC X(02).
       01 FS-FILEREJ2    PIC X(02).
       01 FS-FILEREJ3    PIC X(02).
       01 FS-FILEREJ4    PIC X(02).
       01 FS-FILEREJX    PIC X(02).
       01 FS-FILEXT1     PIC X(02).
       01 FS-FILEXT2     PIC X(02).
       01 FS-FILEXT3     PIC X(02).
       01 FS-FILEXT4     PIC X(02).
       01 FS-FILEXTX     PIC X(02).
       01 FS-FILECTL1    PIC X(02).
       01 FS-FILECTL2    PIC X(02).
       01 FS-FILECTL3    PIC X(02).
       01 FS-FILECTL4    PIC X(02).
       01 FS-FILECTLX    PIC X(02).
       01 FS-FILEREJ     PIC X(02).
       01 FS-FILEXT      PIC X(02).
       01 FS-FILECTL     PIC X(02).

      / READING ONE PARTITION FILE AT A TIME : WS-P SELECTS THE
      / FILE, THE RECORD COMES BACK IN WS-ENREG-*
       01 WS-END-SW        PIC X(01) VALUE 'N'.
           88 WS-END-PART  VALUE 'Y'.
       01 WS-P             PIC 9(01) VALUE 0.
       01 WS-ENREG-REJ     PIC X(92).
       01 WS-ENREG-EXT.
           05 WX-COMPTE    PIC S9(09) COMP.
           05 WX-SOLDE     PIC S9(13)V9(2) COMP-3.
           05 WX-DDMVT     PIC X(10).
           05 WX-CDEV      PIC X(03).
       01 WS-ENREG-CTL     PIC X(80).

      / THE PARTITIONS, IN MERGE ORDER, AND THEIR TBRUNPART FIGURES
       01 WS-PART-CODES    PIC X(05) VALUE '1234X'.
       01 WS-PART-CODE REDEFINES WS-PART-CODES
                           PIC X(01) OCCURS 5 TIMES.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 5 TIMES.
              10 WS-PT-FOUND  PIC X(01).
              10 WS-PT-ETAT   PIC X(01).
              10 WS-PT-DEB    PIC S9(09) COMP.
              10 WS-PT-FIN    PIC S9(09) COMP.
              10 WS-PT-LU     PIC S9(09) COMP.
              10 WS-PT-TRT    PIC S9(09) COMP.
              10 WS-PT-REJ    PIC S9(09) COMP.
              10 WS-PT-MTTOT  PIC S9(13)V9(2) COMP-3.
              10 WS-PT-MTCRE  PIC S9(13)V9(2) COMP-3.
              10 WS-PT-MTDEB  PIC S9(13)V9(2) COMP-3.

      / TRANSFER PARTITION EXTRACT - ITS ROWS WIN OVER THE
      / ACCOUNT-RANGE PARTITIONS' ROWS FOR THE SAME ACCOUNT.
      / SAME CAPACITY AS PGM017'S OWN EXTRACT TABLE.
       01 WS-XTR-CNT       PIC 9(05) COMP VALUE 0.
       01 WS-XTR-TABLE.
           05 WS-XTR-ENTRY OCCURS 1 TO 10000 TIMES
                 DEPENDING ON WS-XTR-CNT
                 INDEXED BY WS-XTR-IDX.
              10 WSX-COMPTE PIC S9(09) COMP.
              10 WSX-SOLDE  PIC S9(13)V9(2) COMP-3.
              10 WSX-DDMVT  PIC X(10).
              10 WSX-CDEV   PIC X(03).
       01 WS-XTR-SW        PIC X(01) VALUE 'N'.
           88 WS-IN-XTR    VALUE 'Y'.

      / THE WHOLE FILE : ID, ROW '0' OF TBRUNPART, TOTALS
       01 WS-IDFIC         PIC X(08).
       01 WS-DTCRE         PIC X(10).
       01 WS-NUPART        PIC X(01).
       01 WS-RUNCTL-COUNT  PIC S9(09) COMP VALUE 0.
       01 WS-F-ETAT        PIC X(01).
       01 WS-F-LU          PIC S9(09) COMP VALUE 0.
       01 WS-F-MTTOT       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-F-DTRUN       PIC X(10).
       01 WS-F-HDDEB       PIC X(08).
       01 WS-SUM-LU        PIC S9(09) COMP VALUE 0.
       01 WS-SUM-TRT       PIC S9(09) COMP VALUE 0.
       01 WS-SUM-REJ       PIC S9(09) COMP VALUE 0.
       01 WS-SUM-MTTOT     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SUM-MTCRE     PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-SUM-MTDEB     PIC S9(13)V9(2) COMP-3 VALUE 0.

      / TBRUNPART CURSOR HOST FIELDS
       01 WS-END-RP-SW     PIC X(01) VALUE 'N'.
           88 END-CSR-RP   VALUE 'Y'.
       01 WS-R-NUPART      PIC X(01).
       01 WS-R-ETAT        PIC X(01).
       01 WS-R-DEB         PIC S9(09) COMP.
       01 WS-R-FIN         PIC S9(09) COMP.
       01 WS-R-LU          PIC S9(09) COMP.
       01 WS-R-TRT         PIC S9(09) COMP.
       01 WS-R-REJ         PIC S9(09) COMP.
       01 WS-R-MTTOT       PIC S9(13)V9(2) COMP-3.
       01 WS-R-MTCRE       PIC S9(13)V9(2) COMP-3.
       01 WS-R-MTDEB       PIC S9(13)V9(2) COMP-3.

      / MERGE COUNTERS
       01 WS-CNT-REJ       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-EXT       PIC 9(09) COMP VALUE 0.
       01 WS-CNT-EXT-REPL  PIC 9(09) COMP VALUE 0.
       01 WS-CNT-EXT-DROPPED PIC 9(09) COMP VALUE 0.

      / REPORT EDIT FIELDS
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-AMT2       PIC -(13)9.99.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-CNT2       PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-CNT3       PIC ZZZ,ZZZ,ZZ9.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / CURSOR : THE FILE'S PARTITION ROWS
           EXEC SQL
              DECLARE CSR-RP CURSOR FOR
              SELECT NUPART, ETAT, CPTDEB, CPTFIN,
                     CNTLU, CNTTRT, CNTREJ, MTTOT, MTCRE, MTDEB
              FROM   TBRUNPART
              WHERE  IDFIC = :WS-IDFIC
              AND    NUPART <> '0'
              ORDER BY NUPART
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
           PERFORM 310-Check-Run-Control.
           PERFORM 320-Access-File-Row.
           PERFORM 330-Load-Partitions.
           PERFORM 150-Prove-Totals.
           PERFORM 100-Merge-Rejects.
           PERFORM 120-Merge-Extracts.
           PERFORM 700-Control-Report.
           PERFORM 350-Register-Run-Control.
           PERFORM 835-Runlog-End.
           PERFORM 820-Final-Commit.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEIN
           OPEN OUTPUT FILEREJ
           OPEN OUTPUT FILEXT
           OPEN OUTPUT FILECTL
           .

       010-Initialize.
      **********************************************************
      *  The file ID from the day's FILEIN header
           READ FILEIN
           IF END-FILEIN OR FE-TYPE NOT = 'HDR'
              PERFORM D730-HEADER-ERROR
           END-IF
           MOVE FE-IDFIC TO WS-IDFIC
           MOVE FE-DTCRE TO WS-DTCRE
           .

       100-Merge-Rejects.
      **********************************************************
      *  Every partition's rejects, in partition order
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              PERFORM 200-Open-Reject
              PERFORM 210-Read-Reject
              PERFORM UNTIL WS-END-PART
                  WRITE FIREJ-ENREG FROM WS-ENREG-REJ
                  ADD 1 TO WS-CNT-REJ
                  PERFORM 210-Read-Reject
              END-PERFORM
              PERFORM 290-Close-Reject
           END-PERFORM
           .

       120-Merge-Extracts.
      **********************************************************
      *  The transfer partition's extract in memory first, then
      *  the account-range partitions' rows copied except where
      *  the transfer partition holds the account, then the
      *  transfer partition's rows
           MOVE 5 TO WS-P
           PERFORM 201-Open-Extract
           PERFORM 211-Read-Extract
           PERFORM UNTIL WS-END-PART
               PERFORM 125-Keep-Transfer-Extract
               PERFORM 211-Read-Extract
           END-PERFORM
           PERFORM 291-Close-Extract

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
              PERFORM 201-Open-Extract
              PERFORM 211-Read-Extract
              PERFORM UNTIL WS-END-PART
                  PERFORM 130-Find-Transfer-Extract
                  IF WS-IN-XTR
                     ADD 1 TO WS-CNT-EXT-REPL
                  ELSE
                     MOVE WX-COMPTE TO FX-COMPTE
                     MOVE WX-SOLDE  TO FX-SOLDE
                     MOVE WX-DDMVT  TO FX-DDMVT
                     MOVE WX-CDEV   TO FX-CDEV
                     WRITE FIEXT-ENREG
                     ADD 1 TO WS-CNT-EXT
                  END-IF
                  PERFORM 211-Read-Extract
              END-PERFORM
              PERFORM 291-Close-Extract
           END-PERFORM

           PERFORM VARYING WS-XTR-IDX FROM 1 BY 1
              UNTIL WS-XTR-IDX > WS-XTR-CNT
              MOVE WSX-COMPTE (WS-XTR-IDX) TO FX-COMPTE
              MOVE WSX-SOLDE  (WS-XTR-IDX) TO FX-SOLDE
              MOVE WSX-DDMVT  (WS-XTR-IDX) TO FX-DDMVT
              MOVE WSX-CDEV   (WS-XTR-IDX) TO FX-CDEV
              WRITE FIEXT-ENREG
              ADD 1 TO WS-CNT-EXT
           END-PERFORM
           .

       125-Keep-Transfer-Extract.
      **********************************************************
      *  One transfer partition extract row into the table.
      *  PGM017 writes one row per account, so no search here.
           IF WS-XTR-CNT < 10000
              ADD 1 TO WS-XTR-CNT
              SET WS-XTR-IDX TO WS-XTR-CNT
              MOVE WX-COMPTE TO WSX-COMPTE (WS-XTR-IDX)
              MOVE WX-SOLDE  TO WSX-SOLDE  (WS-XTR-IDX)
              MOVE WX-DDMVT  TO WSX-DDMVT  (WS-XTR-IDX)
              MOVE WX-CDEV   TO WSX-CDEV   (WS-XTR-IDX)
           ELSE
              ADD 1 TO WS-CNT-EXT-DROPPED
              DISPLAY '*** FILEXT TABLE FULL - ACCOUNT NOT EXTRACTED: '
                 WX-COMPTE
           END-IF
           .

       130-Find-Transfer-Extract.
      **********************************************************
      *  Is the account also in the transfer partition's extract
           MOVE 'N' TO WS-XTR-SW
           IF WS-XTR-CNT > 0
              SET WS-XTR-IDX TO 1
              SEARCH WS-XTR-ENTRY
                 AT END
                    CONTINUE
                 WHEN WSX-COMPTE (WS-XTR-IDX) = WX-COMPTE
                    MOVE 'Y' TO WS-XTR-SW
              END-SEARCH
           END-IF
           .

       150-Prove-Totals.
      **********************************************************
      *  Every partition posted, and together they read exactly
      *  the whole file : the trailer count and hash PGM047
      *  proved and kept on row '0'
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-PT-FOUND (WS-P) = 'Y'
                 IF WS-PT-ETAT (WS-P) NOT = 'T'
                    PERFORM D747-PARTITION-PENDING
                 END-IF
                 ADD WS-PT-LU (WS-P) TO WS-SUM-LU
                 ADD WS-PT-TRT (WS-P) TO WS-SUM-TRT
                 ADD WS-PT-REJ (WS-P) TO WS-SUM-REJ
                 ADD WS-PT-MTTOT (WS-P) TO WS-SUM-MTTOT
                 ADD WS-PT-MTCRE (WS-P) TO WS-SUM-MTCRE
                 ADD WS-PT-MTDEB (WS-P) TO WS-SUM-MTDEB
              END-IF
           END-PERFORM

           IF WS-SUM-LU NOT = WS-F-LU
              OR WS-SUM-MTTOT NOT = WS-F-MTTOT
              PERFORM D750-TOTALS-ERROR
           END-IF
           .

       200-Open-Reject.
      **********************************************************
      *  Open the reject file of partition WS-P
           MOVE 'N' TO WS-END-SW
           EVALUATE WS-P
              WHEN 1
                 OPEN INPUT FILEREJ1
              WHEN 2
                 OPEN INPUT FILEREJ2
              WHEN 3
                 OPEN INPUT FILEREJ3
              WHEN 4
                 OPEN INPUT FILEREJ4
              WHEN OTHER
                 OPEN INPUT FILEREJX
           END-EVALUATE
           .

       201-Open-Extract.
      **********************************************************
      *  Open the extract of partition WS-P
           MOVE 'N' TO WS-END-SW
           EVALUATE WS-P
              WHEN 1
                 OPEN INPUT FILEXT1
              WHEN 2
                 OPEN INPUT FILEXT2
              WHEN 3
                 OPEN INPUT FILEXT3
              WHEN 4
                 OPEN INPUT FILEXT4
              WHEN OTHER
                 OPEN INPUT FILEXTX
           END-EVALUATE
           .

       202-Open-Control.
      **********************************************************
      *  Open the control report of partition WS-P
           MOVE 'N' TO WS-END-SW
           EVALUATE WS-P
              WHEN 1
                 OPEN INPUT FILECTL1
              WHEN 2
                 OPEN INPUT FILECTL2
              WHEN 3
                 OPEN INPUT FILECTL3
              WHEN 4
                 OPEN INPUT FILECTL4
              WHEN OTHER
                 OPEN INPUT FILECTLX
           END-EVALUATE
           .

       210-Read-Reject.
      **********************************************************
      *  Next reject of partition WS-P into WS-ENREG-REJ
           EVALUATE WS-P
              WHEN 1
                 READ FILEREJ1 INTO WS-ENREG-REJ
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 2
                 READ FILEREJ2 INTO WS-ENREG-REJ
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 3
                 READ FILEREJ3 INTO WS-ENREG-REJ
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 4
                 READ FILEREJ4 INTO WS-ENREG-REJ
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN OTHER
                 READ FILEREJX INTO WS-ENREG-REJ
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
           END-EVALUATE
           .

       211-Read-Extract.
      **********************************************************
      *  Next extract row of partition WS-P into WS-ENREG-EXT
           EVALUATE WS-P
              WHEN 1
                 READ FILEXT1 INTO WS-ENREG-EXT
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 2
                 READ FILEXT2 INTO WS-ENREG-EXT
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 3
                 READ FILEXT3 INTO WS-ENREG-EXT
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 4
                 READ FILEXT4 INTO WS-ENREG-EXT
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN OTHER
                 READ FILEXTX INTO WS-ENREG-EXT
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
           END-EVALUATE
           .

       212-Read-Control.
      **********************************************************
      *  Next control report line of partition WS-P
           EVALUATE WS-P
              WHEN 1
                 READ FILECTL1 INTO WS-ENREG-CTL
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 2
                 READ FILECTL2 INTO WS-ENREG-CTL
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 3
                 READ FILECTL3 INTO WS-ENREG-CTL
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN 4
                 READ FILECTL4 INTO WS-ENREG-CTL
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
              WHEN OTHER
                 READ FILECTLX INTO WS-ENREG-CTL
                    AT END MOVE 'Y' TO WS-END-SW
                 END-READ
           END-EVALUATE
           .

       290-Close-Reject.
      **********************************************************
      *  Close the reject file of partition WS-P
           EVALUATE WS-P
              WHEN 1
                 CLOSE FILEREJ1
              WHEN 2
                 CLOSE FILEREJ2
              WHEN 3
                 CLOSE FILEREJ3
              WHEN 4
                 CLOSE FILEREJ4
              WHEN OTHER
                 CLOSE FILEREJX
           END-EVALUATE
           .

       291-Close-Extract.
      **********************************************************
      *  Close the extract of partition WS-P
           EVALUATE WS-P
              WHEN 1
                 CLOSE FILEXT1
              WHEN 2
                 CLOSE FILEXT2
              WHEN 3
                 CLOSE FILEXT3
              WHEN 4
                 CLOSE FILEXT4
              WHEN OTHER
                 CLOSE FILEXTX
           END-EVALUATE
           .

       292-Close-Control.
      **********************************************************
      *  Close the control report of partition WS-P
           EVALUATE WS-P
              WHEN 1
                 CLOSE FILECTL1
              WHEN 2
                 CLOSE FILECTL2
              WHEN 3
                 CLOSE FILECTL3
              WHEN 4
                 CLOSE FILECTL4
              WHEN OTHER
                 CLOSE FILECTLX
           END-EVALUATE
           .

       310-Check-Run-Control.
      **********************************************************
      *  A file ID already on TBRUNCTL was merged before
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-RUNCTL-COUNT
              FROM   TBRUNCTL
              WHERE  IDFIC=:WS-IDFIC
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-RUNCTL-COUNT > 0
              PERFORM D740-FILE-ALREADY-POSTED
           END-IF
           .

       320-Access-File-Row.
      **********************************************************
      *  Row '0' : the whole file as PGM047 split it
           EXEC SQL
              SELECT ETAT, CNTLU, MTTOT, DTRUN, HDDEB
              INTO  :WS-F-ETAT, :WS-F-LU, :WS-F-MTTOT,
                    :WS-F-DTRUN, :WS-F-HDDEB
              FROM   TBRUNPART
              WHERE  IDFIC=:WS-IDFIC
              AND    NUPART='0'
           END-EXEC

           IF SQLCODE = 100
              PERFORM D745-FILE-NOT-SPLIT
           END-IF
           PERFORM D550-CHECKSQL
           .

       330-Load-Partitions.
      **********************************************************
      *  The partition rows into the table, by partition code
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              MOVE 'N' TO WS-PT-FOUND (WS-P)
           END-PERFORM

           EXEC SQL
              OPEN CSR-RP
           END-EXEC

           PERFORM D550-CHECKSQL
           PERFORM 335-Fetch-Csr-Rp

           PERFORM UNTIL END-CSR-RP
               MOVE 1 TO WS-P
               PERFORM UNTIL WS-P = 5
                  OR WS-PART-CODE (WS-P) = WS-R-NUPART
                   ADD 1 TO WS-P
               END-PERFORM
               MOVE 'Y' TO WS-PT-FOUND (WS-P)
               MOVE WS-R-ETAT  TO WS-PT-ETAT (WS-P)
               MOVE WS-R-DEB   TO WS-PT-DEB (WS-P)
               MOVE WS-R-FIN   TO WS-PT-FIN (WS-P)
               MOVE WS-R-LU    TO WS-PT-LU (WS-P)
               MOVE WS-R-TRT   TO WS-PT-TRT (WS-P)
               MOVE WS-R-REJ   TO WS-PT-REJ (WS-P)
               MOVE WS-R-MTTOT TO WS-PT-MTTOT (WS-P)
               MOVE WS-R-MTCRE TO WS-PT-MTCRE (WS-P)
               MOVE WS-R-MTDEB TO WS-PT-MTDEB (WS-P)
               PERFORM 335-Fetch-Csr-Rp
           END-PERFORM

           EXEC SQL
              CLOSE CSR-RP
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       335-Fetch-Csr-Rp.
      **********************************************************
      *  Fetch the next partition row
           EXEC SQL
              FETCH CSR-RP
              INTO  :WS-R-NUPART, :WS-R-ETAT, :WS-R-DEB, :WS-R-FIN,
                    :WS-R-LU, :WS-R-TRT, :WS-R-REJ,
                    :WS-R-MTTOT, :WS-R-MTCRE, :WS-R-MTDEB
           END-EXEC

           IF SQLCODE = 100
              MOVE 'Y' TO WS-END-RP-SW
           ELSE
              PERFORM D550-CHECKSQL
           END-IF
           .

       350-Register-Run-Control.
      **********************************************************
      *  The whole file is posted : its ID on TBRUNCTL, its row
      *  '0' to 'T' with the file's figures. Committed with the
      *  run's tail by 820-Final-Commit.
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
                :WS-DTCRE,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL

           EXEC SQL
              UPDATE TBRUNPART
              SET ETAT='T',
                  CNTTRT=:WS-SUM-TRT,
                  CNTREJ=:WS-SUM-REJ,
                  MTCRE=:WS-SUM-MTCRE,
                  MTDEB=:WS-SUM-MTDEB,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE IDFIC=:WS-IDFIC
              AND   NUPART='0'
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       700-Control-Report.
      **********************************************************
      *  Consolidated page, then each partition's own report
           MOVE SPACES TO CTL-LIGNE
           STRING 'PGM017 CONTROL REPORT - PARTITIONED RUN (PGM048)'
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE SPACES TO CTL-LIGNE
           STRING 'FILE ID : ' WS-IDFIC
                  '  CREATED : ' WS-DTCRE
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE SPACES TO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE SPACES TO CTL-LIGNE
           STRING 'PART        READ      POSTED    REJECTED'
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-PT-FOUND (WS-P) = 'Y'
                 MOVE WS-PT-LU (WS-P) TO WS-ED-CNT
                 MOVE WS-PT-TRT (WS-P) TO WS-ED-CNT2
                 MOVE WS-PT-REJ (WS-P) TO WS-ED-CNT3
                 MOVE SPACES TO CTL-LIGNE
                 STRING '  ' WS-PART-CODE (WS-P) ' '
                        WS-ED-CNT ' ' WS-ED-CNT2 ' ' WS-ED-CNT3
                    DELIMITED BY SIZE INTO CTL-LIGNE
                 WRITE CTL-LIGNE
                 MOVE WS-PT-MTCRE (WS-P) TO WS-ED-AMT
                 MOVE WS-PT-MTDEB (WS-P) TO WS-ED-AMT2
                 MOVE SPACES TO CTL-LIGNE
                 STRING '     CREDIT: ' WS-ED-AMT
                        '  DEBIT: ' WS-ED-AMT2
                    DELIMITED BY SIZE INTO CTL-LIGNE
                 WRITE CTL-LIGNE
              END-IF
           END-PERFORM

           MOVE WS-SUM-LU TO WS-ED-CNT
           MOVE WS-SUM-TRT TO WS-ED-CNT2
           MOVE WS-SUM-REJ TO WS-ED-CNT3
           MOVE SPACES TO CTL-LIGNE
           STRING 'ALL  ' WS-ED-CNT ' ' WS-ED-CNT2 ' ' WS-ED-CNT3
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE SPACES TO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-SUM-MTCRE TO WS-ED-AMT
           MOVE SPACES TO CTL-LIGNE
           STRING 'TOTAL CREDIT: ' WS-ED-AMT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-SUM-MTDEB TO WS-ED-AMT
           MOVE SPACES TO CTL-LIGNE
           STRING 'TOTAL DEBIT : ' WS-ED-AMT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-F-LU TO WS-ED-CNT
           MOVE WS-F-MTTOT TO WS-ED-AMT
           MOVE SPACES TO CTL-LIGNE
           STRING 'FILEIN TRAILER : ' WS-ED-CNT
                  '  HASH: ' WS-ED-AMT '  MATCHED'
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-CNT-REJ TO WS-ED-CNT
           MOVE SPACES TO CTL-LIGNE
           STRING 'FILEREJ RECORDS MERGED       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-CNT-EXT TO WS-ED-CNT
           MOVE SPACES TO CTL-LIGNE
           STRING 'FILEXT ACCOUNTS MERGED       : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-CNT-EXT-REPL TO WS-ED-CNT
           MOVE SPACES TO CTL-LIGNE
           STRING 'FILEXT ROWS SUPERSEDED BY X   : ' WS-ED-CNT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           MOVE WS-CNT-EXT-DROPPED TO WS-ED-CNT
           MOVE SPACES TO CTL-LIGNE
           STRING 'ACCOUNTS DROPPED FROM EXTRACT: ' WS-ED-CNT
              DELIMITED BY SIZE INTO CTL-LIGNE
           WRITE CTL-LIGNE

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-PT-FOUND (WS-P) = 'Y'
                 MOVE SPACES TO CTL-LIGNE
                 WRITE CTL-LIGNE
                 MOVE SPACES TO CTL-LIGNE
                 STRING '========== PARTITION ' WS-PART-CODE (WS-P)
                        ' =========='
                    DELIMITED BY SIZE INTO CTL-LIGNE
                 WRITE CTL-LIGNE
                 PERFORM 202-Open-Control
                 PERFORM 212-Read-Control
                 PERFORM UNTIL WS-END-PART
                     WRITE CTL-LIGNE FROM WS-ENREG-CTL
                     PERFORM 212-Read-Control
                 END-PERFORM
                 PERFORM 292-Close-Control
              END-IF
           END-PERFORM
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the registration and the ledger row together
           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       835-Runlog-End.
      **********************************************************
      *  Close the whole file's 'PGM017' TBRUNLOG row PGM047
      *  opened : outcome 'T', the file's records read and
      *  posted across all partitions. Committed with the run's
      *  tail.
           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='T',
                  CNTLU=:WS-SUM-LU,
                  CNTTRT=:WS-SUM-TRT,
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM017'
              AND   DTRUN=:WS-F-DTRUN
              AND   HDDEB=:WS-F-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEIN
           CLOSE FILEREJ
           CLOSE FILEXT
           CLOSE FILECTL
           .

       D730-HEADER-ERROR.
      **********************************************************
      *  FILEIN does not start with a 'HDR' record
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEIN header record missing or invalid -     *'
           DISPLAY '* nothing was merged.                           *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D740-FILE-ALREADY-POSTED.
      **********************************************************
      *  This file ID was merged and registered before
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILE ID ALREADY POSTED (TBRUNCTL): ' WS-IDFIC
           DISPLAY '* Merge refused.                                *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D745-FILE-NOT-SPLIT.
      **********************************************************
      *  No TBRUNPART row '0' : PGM047 never completed for the
      *  file
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILE ID NOT SPLIT (TBRUNPART): ' WS-IDFIC
           DISPLAY '* Merge refused.                                *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D747-PARTITION-PENDING.
      **********************************************************
      *  A partition has not posted : merging now would hand
      *  the chain a day with movements missing
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* PARTITION NOT POSTED: ' WS-IDFIC ' '
                   WS-PART-CODE (WS-P)
           DISPLAY '* Run it, then restart this job. Nothing was    *'
           DISPLAY '* registered.                                   *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D750-TOTALS-ERROR.
      **********************************************************
      *  The partitions do not add up to the whole file
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* Partition totals do not match the FILEIN      *'
           DISPLAY '* trailer.                                      *'
           MOVE WS-SUM-LU TO WS-ED-CNT
           DISPLAY '* PARTITIONS READ : ' WS-ED-CNT
           MOVE WS-F-LU TO WS-ED-CNT
           DISPLAY '* TRAILER COUNT   : ' WS-ED-CNT
           MOVE WS-SUM-MTTOT TO WS-ED-AMT
           DISPLAY '* PARTITIONS HASH : ' WS-ED-AMT
           MOVE WS-F-MTTOT TO WS-ED-AMT
           DISPLAY '* TRAILER HASH    : ' WS-ED-AMT
           DISPLAY '* FILE ID NOT REGISTERED - INVESTIGATE BEFORE   *'
           DISPLAY '* ANY RE-RUN.                                   *'
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
