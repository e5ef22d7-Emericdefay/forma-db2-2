       PROCESS TEST
      *****************************************************************
      * Program name:    PGM047
      * Original author: SVCTEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  SVCTEAM       Created : FILEIN split by account
      *                         range for partitioned PGM017 runs -
      *                         one HDR/TRL-controlled partition file
      *                         per range plus one for transfers
      *                         crossing ranges, TBRUNPART control
      *                         rows, the day's 'PGM017' TBRUNLOG
      *                         row opened here and closed by PGM048
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM047.
       AUTHOR.        SVCTEAM.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
      *  Purpose : first step of the partitioned posting run. The
      *  day's FILEIN is cut into up to four account-range
      *  partitions that four copies of PGM017 post at the same
      *  time, then PGM048 merges their outputs back into the
      *  single FILEREJ, FILEXT and FILECTL the chain expects :
      *
      *    PGM047 -> PGM017 x N (FILEPT1..FILEPTn, concurrent)
      *           -> PGM017 (FILEPTX) -> PGM048
      *
      *  FILEPRM, one control card : PRM-NBPART the number of
      *  account-range partitions (1 to 4) and PRM-BORNE the
      *  highest account of each range but the last, ascending.
      *  Partition 1 takes every account up to PRM-BORNE (1), the
      *  last partition everything above the last bound.
      *
      *  Every record goes to the partition of its account, so no
      *  account is ever updated by two concurrent jobs. The one
      *  exception is the TRF whose counterparty lies in another
      *  range : both legs must post in one unit of work, and two
      *  partition jobs cannot share one. Such transfers go to the
      *  transfer partition FILEPTX, posted by one more PGM017
      *  run once every account-range partition has completed
      *  (PGM017 refuses it before). They therefore post after
      *  the day's other movements on the same accounts. A record
      *  PGM017 will reject anyway (account or counterparty not
      *  numeric) stays in the partition of its account, or in
      *  partition 1, so it is rejected where it is read.
      *
      *  Each partition is a complete FILEIN : the day's header -
      *  same file ID, same format - flagged with its partition
      *  ('1' to '4', 'X') in FE-PART, its own trailer count and
      *  hash. The whole file's trailer is proven here first,
      *  exactly as PGM017 would, with the hash taken the way
      *  PGM017 takes it.
      *
      *  TBRUNPART carries the partitioned file as one logical
      *  file : a row '0' for the whole file (trailer count and
      *  hash, and the key of the 'PGM017' TBRUNLOG row opened
      *  here) and one row per partition at 'A', which its PGM017
      *  run sets to 'T' with its final commit. Only PGM048
      *  registers the file ID on TBRUNCTL, once every partition
      *  has posted, and closes the 'PGM017' row : PGM018's
      *  sequencing check and PGM033's chain report see one
      *  PGM017 run, started here, ended there. The partition
      *  runs log under their own names (PGM017P1 ... PGM017PX).
      *
      *  Refused : no completed PGM021 rate load today (the same
      *  guard PGM017 applies), a file ID already on TBRUNCTL,
      *  a file already split (TBRUNPART rows exist - rerun the
      *  partitions or PGM048 instead).
      *
      *  The partition DDs beyond PRM-NBPART are opened and left
      *  empty - allocate them DUMMY.
      *
      *  TBRUNPART.ETAT convention : 'A' awaiting, 'T' posted.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN ASSIGN TO FILEIN
           FILE STATUS IS FS-FILEIN.

           SELECT FILEPRM ASSIGN TO FILEPRM
           FILE STATUS IS FS-FILEPRM.

           SELECT FILEPT1 ASSIGN TO FILEPT1
           FILE STATUS IS FS-FILEPT1.

           SELECT FILEPT2 ASSIGN TO FILEPT2
           FILE STATUS IS FS-FILEPT2.

           SELECT FILEPT3 ASSIGN TO FILEPT3
           FILE STATUS IS FS-FILEPT3.

           SELECT FILEPT4 ASSIGN TO FILEPT4
           FILE STATUS IS FS-FILEPT4.

           SELECT FILEPTX ASSIGN TO FILEPTX
           FILE STATUS IS FS-FILEPTX.

           SELECT FILERAP ASSIGN TO FILERAP
           FILE STATUS IS FS-FILERAP.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *  The day's FILEIN - PGM017 layouts
       FD  FILEIN RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICOPER-ENREG.
          05  FM-COMPTE  PIC S9(09) COMP.
          05  FM-ROPER   PIC X(10).
          05  FM-COPER   PIC X(03).
          05  FM-MTOPER  PIC 9(13)V9(2) COMP-3.
          05  FM-CDEV    PIC X(03).
          05  FM-DTOPER  PIC X(10).
          05  FM-ROPER-ORIG PIC X(10).
          05  FM-COMPTE-CTR PIC X(09).
          05  FM-COMPTE-CTR-N REDEFINES FM-COMPTE-CTR PIC 9(09).
          05  FILLER     PIC X(10).

      *  Partner (all-character) data record layout
       01  FICOPER-ENREG-C.
          05  FC-COMPTE  PIC X(09).
          05  FC-COMPTE-N REDEFINES FC-COMPTE PIC 9(09).
          05  FC-ROPER   PIC X(10).
          05  FC-COPER   PIC X(03).
          05  FC-MTOPER.
             10  FC-MT-ENT  PIC X(13).
             10  FC-MT-PT   PIC X(01).
             10  FC-MT-DEC  PIC X(02).
          05  FC-CDEV    PIC X(03).
          05  FC-DTOPER  PIC X(10).
          05  FC-ROPER-ORIG PIC X(10).
          05  FC-COMPTE-CTR PIC X(09).
          05  FC-COMPTE-CTR-N REDEFINES FC-COMPTE-CTR PIC 9(09).
          05  FILLER     PIC X(10).

      *  Header record
       01  FICOPER-ENTETE.
          05  FE-TYPE    PIC X(03).
          05  FE-IDFIC   PIC X(08).
          05  FE-DTCRE   PIC X(10).
          05  FE-FORMAT  PIC X(01).
          05  FE-PART    PIC X(01).
          05  FILLER     PIC X(44).

      *  Trailer record
       01  FICOPER-FIN.
          05  FT-TYPE    PIC X(03).
          05  FT-NBENR   PIC 9(09).
          05  FT-MTTOT   PIC 9(13)V9(2).
          05  FILLER     PIC X(40).

      *  Partitioning control card
       FD  FILEPRM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPRM-ENREG.
          05  PRM-NBPART PIC X(01).
          05  PRM-NBPART-N REDEFINES PRM-NBPART PIC 9(01).
          05  PRM-BORNE  PIC X(09) OCCURS 3 TIMES.
          05  FILLER     PIC X(52).

      *  Partition files : FILEIN layout, records copied as read
       FD  FILEPT1 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPT1-ENREG    PIC X(80).

       FD  FILEPT2 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPT2-ENREG    PIC X(80).

       FD  FILEPT3 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPT3-ENREG    PIC X(80).

       FD  FILEPT4 RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPT4-ENREG    PIC X(80).

       FD  FILEPTX RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FIPTX-ENREG    PIC X(80).

      *  Split report, one 80-byte print line per record
       FD  FILERAP RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  RAP-LIGNE      PIC X(80).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEIN      PIC X(02).
           88 END-FILEIN VALUE '10'.

       01 FS-FILEPRM     PIC X(02).
       01 FS-FILEPT1     PIC X(02).
       01 FS-FILEPT2     PIC X(02).
       01 FS-FILEPT3     PIC X(02).
       01 FS-FILEPT4     PIC X(02).
       01 FS-FILEPTX     PIC X(02).
       01 FS-FILERAP     PIC X(02).

      / TODAY'S DATE, ISO FORMAT
       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY    PIC 9(4).
           05 WS-CD-MM      PIC 9(2).
           05 WS-CD-DD      PIC 9(2).
           05 FILLER        PIC X(13).
       01 WS-TODAY-ISO      PIC X(10).

      / THE PARTITIONS : CODE ON THE HEADER AND TBRUNPART, HIGHEST
      / ACCOUNT OF THE RANGE, RECORD COUNT AND AMOUNT HASH. ENTRY
      / 5 IS THE TRANSFER PARTITION. THE LAST RANGE IN USE ALWAYS
      / ENDS AT 999999999.
       01 WS-PART-CODES    PIC X(05) VALUE '1234X'.
       01 WS-PART-CODE REDEFINES WS-PART-CODES
                           PIC X(01) OCCURS 5 TIMES.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 5 TIMES INDEXED BY WS-PART-IDX.
              10 WS-PT-DEB    PIC S9(09) COMP.
              10 WS-PT-FIN    PIC S9(09) COMP.
              10 WS-PT-CNT    PIC 9(09) COMP.
              10 WS-PT-MTTOT  PIC 9(13)V9(2) COMP-3.
       01 WS-NBPART        PIC 9(01) VALUE 0.
       01 WS-P             PIC 9(01) VALUE 0.
       01 WS-P-OWN         PIC 9(01) VALUE 0.
       01 WS-B             PIC 9(01) VALUE 0.

      / THE RECORD BEING ROUTED - FIGURES TAKEN AS PGM017 TAKES
      / THEM : A CHARACTER FIELD THAT IS NOT NUMERIC COUNTS ZERO
       01 WS-FORMAT        PIC X(01) VALUE ' '.
           88 WS-FORMAT-CHAR VALUE 'C'.
       01 WS-R-COMPTE      PIC S9(09) COMP VALUE 0.
       01 WS-R-COPER       PIC X(03).
       01 WS-R-MTOPER      PIC 9(13)V9(2) COMP-3 VALUE 0.
       01 WS-R-CTR-SW      PIC X(01) VALUE 'N'.
           88 WS-R-CTR-VALID VALUE 'Y'.
       01 WS-R-CTR         PIC S9(09) COMP VALUE 0.
       01 WS-ACCT          PIC S9(09) COMP VALUE 0.
       01 WS-MT-CHAR.
           05 WS-MT-CHAR-ENT PIC 9(13).
           05 WS-MT-CHAR-DEC PIC 9(02).
       01 WS-MT-CHAR-N REDEFINES WS-MT-CHAR PIC 9(13)V9(2).

      / HEADER AND TRAILER OF A PARTITION FILE
       01 WS-ENTETE.
           05 WE-TYPE      PIC X(03).
           05 WE-IDFIC     PIC X(08).
           05 WE-DTCRE     PIC X(10).
           05 WE-FORMAT    PIC X(01).
           05 WE-PART      PIC X(01).
           05 FILLER       PIC X(57).
       01 WS-FIN.
           05 WT-TYPE      PIC X(03).
           05 WT-NBENR     PIC 9(09).
           05 WT-MTTOT     PIC 9(13)V9(2).
           05 FILLER       PIC X(53).
       01 WS-ENREG         PIC X(80).

      / FILE-LEVEL BATCH CONTROLS
       01 WS-TRAILER-SW    PIC X(01) VALUE 'N'.
           88 WS-TRAILER-FOUND VALUE 'Y'.
       01 WS-IDFIC         PIC X(08).
       01 WS-DTCRE         PIC X(10).
       01 WS-RUNCTL-COUNT  PIC S9(09) COMP VALUE 0.
       01 WS-RUNPART-COUNT PIC S9(09) COMP VALUE 0.
       01 WS-RATELOAD-COUNT PIC S9(09) COMP VALUE 0.
       01 WS-CNT-READ      PIC 9(09) COMP VALUE 0.
       01 WS-FILE-MTTOT    PIC 9(13)V9(2) COMP-3 VALUE 0.

      / TBRUNPART HOST FIELDS
       01 WS-H-NUPART      PIC X(01).
       01 WS-H-DEB         PIC S9(09) COMP.
       01 WS-H-FIN         PIC S9(09) COMP.
       01 WS-H-CNTLU       PIC S9(09) COMP.
       01 WS-H-MTTOT       PIC S9(13)V9(2) COMP-3.

      / RUN LEDGER (TBRUNLOG) FIELDS - THE WHOLE FILE'S 'PGM017'
      / ROW, CLOSED BY PGM048
       01 WS-RUNLOG-HDDEB  PIC X(08).

      / REPORT EDIT FIELDS
       01 WS-ED-AMT        PIC -(13)9.99.
       01 WS-ED-CNT        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-DEB        PIC 9(09).
       01 WS-ED-FIN        PIC 9(09).

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
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
           PERFORM 315-Check-Rate-Load.
           PERFORM 310-Check-Run-Control.
           PERFORM 100-Main.
           PERFORM 350-Register-Partitions.
           PERFORM 820-Final-Commit.
           PERFORM 700-Split-Report.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           OPEN INPUT FILEIN
           OPEN INPUT FILEPRM
           OPEN OUTPUT FILEPT1
           OPEN OUTPUT FILEPT2
           OPEN OUTPUT FILEPT3
           OPEN OUTPUT FILEPT4
           OPEN OUTPUT FILEPTX
           OPEN OUTPUT FILERAP
           .

       010-Initialize.
      **********************************************************
      *  One-time startup : run date, the control card turned
      *  into the ranges, the day's file header
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
              DELIMITED BY SIZE INTO WS-TODAY-ISO

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
              UNTIL WS-PART-IDX > 5
              MOVE 0 TO WS-PT-DEB (WS-PART-IDX)
              MOVE 0 TO WS-PT-FIN (WS-PART-IDX)
              MOVE 0 TO WS-PT-CNT (WS-PART-IDX)
              MOVE 0 TO WS-PT-MTTOT (WS-PART-IDX)
           END-PERFORM

           PERFORM 400-Edit-Control-Card
           PERFORM 110-Read-Header
           .

       100-Main.
      **********************************************************
      *  Every data record to its partition file, up to the
      *  trailer ; then the whole file's trailer is proven and
      *  each partition gets its own
           PERFORM 220-Write-Headers
           PERFORM 210-Read-File

           PERFORM UNTIL (END-FILEIN OR WS-TRAILER-FOUND)
               ADD 1 TO WS-CNT-READ
               PERFORM 120-Route-Record
               PERFORM 210-Read-File
           END-PERFORM

           IF NOT WS-TRAILER-FOUND
              PERFORM D760-TRAILER-MISSING
           END-IF
           PERFORM 470-Validate-Trailer
           PERFORM 222-Write-Trailers
           .

       110-Read-Header.
      **********************************************************
      *  The first FILEIN record must be the file header. A file
      *  already flagged as a partition cannot be split again.
           READ FILEIN
           IF END-FILEIN OR FE-TYPE NOT = 'HDR'
              PERFORM D730-HEADER-ERROR
           END-IF
           IF FE-PART NOT = SPACE
              PERFORM D730-HEADER-ERROR
           END-IF
           MOVE FE-IDFIC TO WS-IDFIC
           MOVE FE-DTCRE TO WS-DTCRE
           MOVE FE-FORMAT TO WS-FORMAT
           .

       120-Route-Record.
      **********************************************************
      *  Account, amount and - on a TRF - counterparty of the
      *  record, its partition, the copy to the partition file
           PERFORM 130-Take-Record-Figures
           ADD WS-R-MTOPER TO WS-FILE-MTTOT

           MOVE WS-R-COMPTE TO WS-ACCT
           PERFORM 140-Find-Partition
           IF WS-R-COPER = 'TRF' AND WS-R-CTR-VALID
              MOVE WS-P TO WS-P-OWN
              MOVE WS-R-CTR TO WS-ACCT
              PERFORM 140-Find-Partition
              IF WS-P NOT = WS-P-OWN
                 MOVE 5 TO WS-P
              ELSE
                 MOVE WS-P-OWN TO WS-P
              END-IF
           END-IF

           ADD 1 TO WS-PT-CNT (WS-P)
           ADD WS-R-MTOPER TO WS-PT-MTTOT (WS-P)
           MOVE FICOPER-ENREG TO WS-ENREG
           PERFORM 221-Write-Partition
           .

       130-Take-Record-Figures.
      **********************************************************
      *  The figures PGM017 will take from the record : in the
      *  partner layout, an account that is not numeric makes
      *  the record count zero (it rejects wherever it lands),
      *  and an amount that is not numeric counts zero in the
      *  hash - PGM017's 215-Convert-Char-Record rules
           MOVE 'N' TO WS-R-CTR-SW
           MOVE 0 TO WS-R-CTR
           IF WS-FORMAT-CHAR
              MOVE 0 TO WS-R-COMPTE
              MOVE 0 TO WS-R-MTOPER
              MOVE FC-COPER TO WS-R-COPER
              IF FC-COMPTE IS NUMERIC
                 MOVE FC-COMPTE-N TO WS-R-COMPTE
                 IF FC-MT-ENT IS NUMERIC AND FC-MT-PT = '.'
                    AND FC-MT-DEC IS NUMERIC
                    MOVE FC-MT-ENT TO WS-MT-CHAR-ENT
                    MOVE FC-MT-DEC TO WS-MT-CHAR-DEC
                    MOVE WS-MT-CHAR-N TO WS-R-MTOPER
                 END-IF
                 IF FC-COMPTE-CTR IS NUMERIC
                    MOVE 'Y' TO WS-R-CTR-SW
                    MOVE FC-COMPTE-CTR-N TO WS-R-CTR
                 END-IF
              END-IF
           ELSE
              MOVE FM-COMPTE TO WS-R-COMPTE
              MOVE FM-MTOPER TO WS-R-MTOPER
              MOVE FM-COPER TO WS-R-COPER
              IF FM-COMPTE-CTR IS NUMERIC
                 MOVE 'Y' TO WS-R-CTR-SW
                 MOVE FM-COMPTE-CTR-N TO WS-R-CTR
              END-IF
           END-IF
           .

       140-Find-Partition.
      **********************************************************
      *  First range whose highest account is not below WS-ACCT.
      *  The last range in use ends at 999999999, so the search
      *  always stops inside the ranges in use.
           MOVE 1 TO WS-P
           PERFORM UNTIL WS-ACCT NOT > WS-PT-FIN (WS-P)
               ADD 1 TO WS-P
           END-PERFORM
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line. The trailer
      *  record ends the data.
           READ FILEIN
           IF NOT END-FILEIN AND FT-TYPE = 'TRL'
              MOVE 'Y' TO WS-TRAILER-SW
           END-IF
           .

       220-Write-Headers.
      **********************************************************
      *  The day's header, flagged with the partition, on every
      *  partition file in use and on the transfer partition
           MOVE SPACES TO WS-ENTETE
           MOVE 'HDR' TO WE-TYPE
           MOVE WS-IDFIC TO WE-IDFIC
           MOVE WS-DTCRE TO WE-DTCRE
           MOVE WS-FORMAT TO WE-FORMAT

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-P NOT > WS-NBPART OR WS-P = 5
                 MOVE WS-PART-CODE (WS-P) TO WE-PART
                 MOVE WS-ENTETE TO WS-ENREG
                 PERFORM 221-Write-Partition
              END-IF
           END-PERFORM
           .

       221-Write-Partition.
      **********************************************************
      *  WS-ENREG to the file of partition WS-P
           EVALUATE WS-P
              WHEN 1
                 WRITE FIPT1-ENREG FROM WS-ENREG
              WHEN 2
                 WRITE FIPT2-ENREG FROM WS-ENREG
              WHEN 3
                 WRITE FIPT3-ENREG FROM WS-ENREG
              WHEN 4
                 WRITE FIPT4-ENREG FROM WS-ENREG
              WHEN OTHER
                 WRITE FIPTX-ENREG FROM WS-ENREG
           END-EVALUATE
           .

       222-Write-Trailers.
      **********************************************************
      *  Each partition's own count and hash, proven by its
      *  PGM017 run exactly as the whole file's was here
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-P NOT > WS-NBPART OR WS-P = 5
                 MOVE SPACES TO WS-FIN
                 MOVE 'TRL' TO WT-TYPE
                 MOVE WS-PT-CNT (WS-P) TO WT-NBENR
                 MOVE WS-PT-MTTOT (WS-P) TO WT-MTTOT
                 MOVE WS-FIN TO WS-ENREG
                 PERFORM 221-Write-Partition
              END-IF
           END-PERFORM
           .

       400-Edit-Control-Card.
      **********************************************************
      *  1 to 4 ranges, bounds numeric and ascending. The ranges
      *  in use are laid out end to end from account 0 ; the
      *  transfer partition has no range of its own.
           READ FILEPRM
           IF FS-FILEPRM NOT = '00'
              PERFORM D780-CONTROL-CARD-ERROR
           END-IF
           IF PRM-NBPART NOT NUMERIC
              PERFORM D780-CONTROL-CARD-ERROR
           END-IF
           IF PRM-NBPART-N < 1 OR PRM-NBPART-N > 4
              PERFORM D780-CONTROL-CARD-ERROR
           END-IF
           MOVE PRM-NBPART-N TO WS-NBPART

           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B >= WS-NBPART
              IF PRM-BORNE (WS-B) NOT NUMERIC
                 PERFORM D780-CONTROL-CARD-ERROR
              END-IF
              MOVE PRM-BORNE (WS-B) TO WS-PT-FIN (WS-B)
              IF WS-B > 1
                 IF WS-PT-FIN (WS-B) NOT > WS-PT-FIN (WS-B - 1)
                    PERFORM D780-CONTROL-CARD-ERROR
                 END-IF
              END-IF
              COMPUTE WS-PT-DEB (WS-B + 1) = WS-PT-FIN (WS-B) + 1
           END-PERFORM
           MOVE 999999999 TO WS-PT-FIN (WS-NBPART)
           MOVE 0 TO WS-PT-DEB (5)
           MOVE 999999999 TO WS-PT-FIN (5)
           .

       470-Validate-Trailer.
      **********************************************************
      *  The whole file's declared record count and amount hash
      *  must match what was read - nothing is registered for a
      *  short file, so no partition of it can post
           IF FT-NBENR NOT NUMERIC OR FT-MTTOT NOT NUMERIC
              PERFORM D750-TRAILER-ERROR
           END-IF
           IF FT-NBENR NOT = WS-CNT-READ
              PERFORM D750-TRAILER-ERROR
           END-IF
           IF FT-MTTOT NOT = WS-FILE-MTTOT
              PERFORM D750-TRAILER-ERROR
           END-IF
           .

       315-Check-Rate-Load.
      **********************************************************
      *  PGM017's sequencing guard, applied before anything is
      *  split : no completed PGM021 run on the TBRUNLOG ledger
      *  for the business day means TBDEVISE still carries
      *  yesterday's rates
           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-RATELOAD-COUNT
              FROM   TBRUNLOG
              WHERE  PGMNAME='PGM021'
              AND    DTRUN=CURRENT DATE
              AND    ETAT='T'
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-RATELOAD-COUNT = 0
              PERFORM D770-NO-RATE-LOAD
           END-IF
           .

       310-Check-Run-Control.
      **********************************************************
      *  Refuse a file ID already posted (TBRUNCTL), or already
      *  split (TBRUNPART) - its partitions may be posting
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

           EXEC SQL
              SELECT COUNT(*)
              INTO   :WS-RUNPART-COUNT
              FROM   TBRUNPART
              WHERE  IDFIC=:WS-IDFIC
           END-EXEC

           PERFORM D550-CHECKSQL

           IF WS-RUNPART-COUNT > 0
              PERFORM D745-FILE-ALREADY-SPLIT
           END-IF
           .

       350-Register-Partitions.
      **********************************************************
      *  The whole file's row '0' - its trailer figures and the
      *  key of its 'PGM017' TBRUNLOG row - then one row at 'A'
      *  per partition written. Committed together by
      *  820-Final-Commit, after every partition file is
      *  complete.
           MOVE '0' TO WS-H-NUPART
           MOVE 0 TO WS-H-DEB
           MOVE 0 TO WS-H-FIN
           MOVE WS-CNT-READ TO WS-H-CNTLU
           MOVE WS-FILE-MTTOT TO WS-H-MTTOT
           PERFORM 351-Insert-Runpart

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-P NOT > WS-NBPART OR WS-P = 5
                 MOVE WS-PART-CODE (WS-P) TO WS-H-NUPART
                 MOVE WS-PT-DEB (WS-P) TO WS-H-DEB
                 MOVE WS-PT-FIN (WS-P) TO WS-H-FIN
                 MOVE WS-PT-CNT (WS-P) TO WS-H-CNTLU
                 MOVE WS-PT-MTTOT (WS-P) TO WS-H-MTTOT
                 PERFORM 351-Insert-Runpart
              END-IF
           END-PERFORM
           .

       351-Insert-Runpart.
      **********************************************************
      *  One TBRUNPART row at 'A'. CNTLU/MTTOT are the figures
      *  the split wrote ; the partition's PGM017 run replaces
      *  them with what it read when it sets the row to 'T'.
           EXEC SQL
              INSERT INTO TBRUNPART
              (
                IDFIC,
                NUPART,
                CPTDEB,
                CPTFIN,
                ETAT,
                CNTLU,
                CNTTRT,
                CNTREJ,
                MTTOT,
                MTCRE,
                MTDEB,
                DTRUN,
                HDDEB,
                DDMAJ,
                HDMAJ
              )
              VALUES
              (
                :WS-IDFIC,
                :WS-H-NUPART,
                :WS-H-DEB,
                :WS-H-FIN,
                 'A',
                :WS-H-CNTLU,
                 0,
                 0,
                :WS-H-MTTOT,
                 0,
                 0,
                 CURRENT DATE,
                :WS-RUNLOG-HDDEB,
                 CURRENT DATE,
                 CURRENT TIME
              )
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       700-Split-Report.
      **********************************************************
      *  What went where : range, records and hash per partition
           MOVE SPACES TO RAP-LIGNE
           STRING 'PGM047 FILEIN SPLIT ' WS-TODAY-ISO
                  '  FILE ID : ' WS-IDFIC
                  '  CREATED : ' WS-DTCRE
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 5
              IF WS-P NOT > WS-NBPART OR WS-P = 5
                 MOVE WS-PT-DEB (WS-P) TO WS-ED-DEB
                 MOVE WS-PT-FIN (WS-P) TO WS-ED-FIN
                 MOVE WS-PT-CNT (WS-P) TO WS-ED-CNT
                 MOVE WS-PT-MTTOT (WS-P) TO WS-ED-AMT
                 MOVE SPACES TO RAP-LIGNE
                 STRING 'PART ' WS-PART-CODE (WS-P)
                        ' ' WS-ED-DEB '-' WS-ED-FIN
                        ' RECORDS: ' WS-ED-CNT
                        ' HASH: ' WS-ED-AMT
                    DELIMITED BY SIZE INTO RAP-LIGNE
                 WRITE RAP-LIGNE
              END-IF
           END-PERFORM

           MOVE SPACES TO RAP-LIGNE
           WRITE RAP-LIGNE

           MOVE WS-CNT-READ TO WS-ED-CNT
           MOVE WS-FILE-MTTOT TO WS-ED-AMT
           MOVE SPACES TO RAP-LIGNE
           STRING 'FILEIN               RECORDS: ' WS-ED-CNT
                  ' HASH: ' WS-ED-AMT
              DELIMITED BY SIZE INTO RAP-LIGNE
           WRITE RAP-LIGNE
           .

       820-Final-Commit.
      **********************************************************
      *  Commit the TBRUNPART rows
           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       830-Runlog-Start.
      **********************************************************
      *  Open the whole file's 'PGM017' TBRUNLOG row ('E' = in
      *  flight) and commit it at once. It stays at 'E' through
      *  the partition runs ; PGM048 closes it, so downstream
      *  guards see PGM017 complete only when every partition
      *  has posted.
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
                'PGM017',
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

       836-Runlog-Refused.
      **********************************************************
      *  A guard refused the run : mark the 'PGM017' row 'R' and
      *  commit, so PGM033 shows the refusal rather than a run
      *  forever in flight
           EXEC SQL
              UPDATE TBRUNLOG
              SET HDFIN=CURRENT TIME,
                  ETAT='R',
                  DDMAJ=CURRENT DATE,
                  HDMAJ=CURRENT TIME
              WHERE PGMNAME='PGM017'
              AND   DTRUN=CURRENT DATE
              AND   HDDEB=:WS-RUNLOG-HDDEB
           END-EXEC

           PERFORM D550-CHECKSQL

           EXEC SQL
              COMMIT WORK
           END-EXEC

           PERFORM D550-CHECKSQL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           CLOSE FILEIN
           CLOSE FILEPRM
           CLOSE FILEPT1
           CLOSE FILEPT2
           CLOSE FILEPT3
           CLOSE FILEPT4
           CLOSE FILEPTX
           CLOSE FILERAP
           .

       D770-NO-RATE-LOAD.
      **********************************************************
      *  TBDEVISE carries no rate load for the business day
           PERFORM 836-Runlog-Refused
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* No completed PGM021 rate load on TBRUNLOG for *'
           DISPLAY '* the business day - split refused. Run PGM021, *'
           DISPLAY '* then restart this job.                        *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D730-HEADER-ERROR.
      **********************************************************
      *  FILEIN does not start with a 'HDR' record, or is
      *  itself a partition file
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEIN header record missing or invalid, or   *'
           DISPLAY '* already a partition - nothing was split.      *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D740-FILE-ALREADY-POSTED.
      **********************************************************
      *  This file ID went through a complete run before
           PERFORM 836-Runlog-Refused
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILE ID ALREADY POSTED (TBRUNCTL): ' WS-IDFIC
           DISPLAY '* Split refused, nothing was posted.            *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D745-FILE-ALREADY-SPLIT.
      **********************************************************
      *  This file ID was split before : its partitions are on
      *  TBRUNPART and may have posted. A second set of
      *  partition files would post them twice.
           PERFORM 836-Runlog-Refused
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILE ID ALREADY SPLIT (TBRUNPART): ' WS-IDFIC
           DISPLAY '* Rerun the pending partitions, then PGM048.    *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D750-TRAILER-ERROR.
      **********************************************************
      *  Trailer totals do not match what was read
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEIN trailer control totals do not match.   *'
           MOVE WS-CNT-READ TO WS-ED-CNT
           DISPLAY '* RECORDS READ : ' WS-ED-CNT
           DISPLAY '* TRAILER COUNT: ' FT-NBENR
           MOVE WS-FILE-MTTOT TO WS-ED-AMT
           DISPLAY '* AMOUNT READ  : ' WS-ED-AMT
           DISPLAY '* TRAILER TOTAL: ' FT-MTTOT
           DISPLAY '* NO PARTITION REGISTERED - INVESTIGATE BEFORE  *'
           DISPLAY '* ANY RE-RUN.                                   *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D760-TRAILER-MISSING.
      **********************************************************
      *  End of file before any trailer record
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEIN trailer record missing - transmission  *'
           DISPLAY '* truncated. NO PARTITION REGISTERED.           *'
           DISPLAY '*************************************************'
           STOP RUN
           .

       D780-CONTROL-CARD-ERROR.
      **********************************************************
      *  FILEPRM missing, or its ranges unusable
           DISPLAY '*************************************************'
           DISPLAY '****       E R R O R M E S S A G E S         ****'
           DISPLAY '*************************************************'
           DISPLAY '* FILEPRM control card missing or invalid :     *'
           DISPLAY '* 1 to 4 partitions, bounds numeric, ascending. *'
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
