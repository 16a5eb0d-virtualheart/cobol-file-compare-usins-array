           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS13.
      *
      *    THE CLASSIC SUMMARY AS THE *MERGE* COORDINATOR REBUILDS
      *    IT FROM EVERY STREAM'S .Snn SUMMARY - SO A STREAMED NIGHT
      *    LEAVES THE SAME compare_summary.txt A SERIAL NIGHT DOES,
      *    AND THE MASTER-UPDATE JOB FINDS ITS HELD FLAGS THERE
           SELECT MSMFILE ASSIGN TO
           "/home/virtual/Desktop/compare_summary.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS48.
      *
      *    DUPLICATE-KEY EXCEPTIONS FLAGGED BY THE POST-SORT
      *    ADJACENT-KEY SCANS - SEE 4055/4056/4057-DUPSCAN PARAGRAPHS
           SELECT DUPFILE ASSIGN DYNAMIC WS-DUPFILE-NAME
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS22.
      *
      *    RUN TIMINGS - ONE ROW PER ENTRY RUN WITH ITS START/END
      *    STAMPS AND PHASE DURATIONS, APPENDED NIGHT AFTER NIGHT.
      *    KEPT APART FROM HISTFILE SO THE HISTORY ROWS ALREADY ON
      *    FILE KEEP THEIR LAYOUT.  READ BACK BY 9400-TIMING-PARA
           SELECT OPTIONAL TIMHFILE ASSIGN DYNAMIC WS-TIMHFILE-NAME
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS46.
      *
      *    KEYED OPEN-ITEMS FILE - EVERY UNMATCHED/CHANGED KEY IS
      *    CARRIED FORWARD RUN TO RUN WITH ITS FIRST-SEEN DATE,
      *    LAST-SEEN DATE AND OCCURRENCE COUNT, SO A KEY THAT HAS
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS36.
      *
      *    OWNER DIRECTORY - ONE ROW PER CONTROL ENTRY, KEYED BY ITS
      *    OUT-PREFIX, NAMING THE DEPARTMENT THAT RECEIVES THE
      *    ENTRY'S PAGES, THE OWNER AND WHERE THE PACKET GOES.  A
      *    MISSING DIRECTORY ROUTES EVERYTHING TO THE UNROUTED
      *    PACKET (9900 SERIES)
           SELECT OPTIONAL OWNFILE ASSIGN TO
           "/home/virtual/Desktop/compare_owners.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS40.
      *
      *    PACKET SPOOL - EVERY ENTRY-SECTION, ACKNOWLEDGED AND
      *    AGING LINE TAGGED WITH ITS CONTROL-ENTRY ORDINAL AS IT
      *    IS PRINTED, SO THE END-OF-JOB BURST CAN SORT THE NIGHT'S
      *    PAGES BY DEPARTMENT.  A STREAM INSTANCE WRITES ITS OWN
      *    .Snn SPOOL FOR THE *MERGE* COORDINATOR TO BURST
           SELECT PKSFILE ASSIGN DYNAMIC WS-PKSFILE-NAME
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS41.
      *
      *    COLLISION SPOOL - THE COLLISION REPORT'S LINES AGAIN,
      *    EACH WITH ITS GROUP NUMBER AND (ON DETAIL LINES) THE
      *    PRESENTING ENTRY, WRITTEN BY THE 9800 SERIES
           SELECT CSPFILE ASSIGN DYNAMIC WS-CSPFILE-NAME
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS42.
      *
      *    ONE DEPARTMENT'S PACKET - RE-ASSIGNED PER DEPARTMENT BY
      *    9910-PACKET-ONE-PARA
           SELECT PKTFILE ASSIGN DYNAMIC WS-PKTFILE-NAME
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS43.
      *
      *    PERIOD STATISTICS REPORT AND ITS FIXED-LAYOUT EXTRACT FOR
      *    FINANCE - WRITTEN ONLY BY THE *PERIOD* MODE (9500 SERIES)
           SELECT PERFILE ASSIGN TO
           "/home/virtual/Desktop/compare_period.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS44.
      *
           SELECT PXTFILE ASSIGN TO
           "/home/virtual/Desktop/compare_period_extract.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS45.
      *
           SELECT TIMRFILE ASSIGN TO
           "/home/virtual/Desktop/compare_timing.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS47.
      *
      *    RECONCILIATION-RESULTS MASTER - THE PER-RECORD
      *    DISPOSITIONS THE MATCH PASSES COMPUTE, KEYED BY ENAME
      *    PLUS RUN DATE PLUS CONTROL-ENTRY ORDINAL AND MAINTAINED
      *    REPORTED NOT DUE AND SKIPPED, INSTEAD OF FAILING
      *    PRE-FLIGHT ON AN INPUT THAT WAS NEVER GOING TO BE THERE
          02  CTL-FREQ         PIC X(4).
      *    LATEST-ARRIVAL CUTOFF, HHMM ON THE 24-HOUR CLOCK.  A DUE
      *    ENTRY WHOSE INPUT HAS NOT LANDED AT PRE-FLIGHT WAITS FOR
      *    IT WHILE THE REST OF THE NIGHT RUNS, AND IS RUN AS SOON
      *    AS IT ARRIVES; ONLY AT THE CUTOFF IS IT DECLARED LATE.
      *    BLANK = NO WAITING, A MISSING INPUT FAILS PRE-FLIGHT
          02  CTL-CUTOFF       PIC X(4).
      *
      *    RUN SUMMARY / CONTROL TOTALS - ONE LINE PER CONTROL-FILE
      *    ENTRY PROCESSED.  THE MASTER-UPDATE JOB READS THIS LAYOUT
      *    BACK (ITS FD CSMFILE) FOR THE HELD FLAG - KEEP THE TWO,
      *    AND THE LENGTH OF FS-MSMFILE, IN STEP
       FD SUMFILE.
       01 FS-SUMFILE.
          02  SUM-RUN-DATE       PIC X(8).
      *    TRANSACTION OUTPUT WAS WITHHELD
          02  SUM-HELD-SW        PIC X.
            88  SUM-ENTRY-HELD     VALUE 'Y'.
      *    'Y' ON THE MARKER LINE OF AN ENTRY DECLARED LATE - ITS
      *    INPUT HAD NOT ARRIVED BY ITS CUTOFF, SO NOTHING RAN
          02  SUM-LATE-SW        PIC X.
            88  SUM-ENTRY-LATE     VALUE 'Y'.
          02  FILLER             PIC X(2).
      *    CHANGED-RECORD COUNT - ALSO WHAT THE STREAM COORDINATOR
      *    FOLDS INTO THE MERGED GRAND-TOTAL PAGE
          02  SUM-CHANGE-CNT     PIC 9(5).
      *    DUE TONIGHT - ALL ITS COUNTS ARE ZERO BY DEFINITION
          02  SUM-NOTDUE-SW      PIC X.
            88  SUM-ENTRY-NOT-DUE  VALUE 'Y'.
      *    PROBABLE RE-KEYS - ORPHAN PAIRS THE 4090 PASS TOOK OUT
      *    OF THE ONLY-IN-FILE1/ONLY-IN-FILE2 COUNTS.  EACH ONE IS
      *    ONE 'R' TRANSACTION, NOT A DELETE PLUS AN ADD
          02  SUM-REKEY-CNT      PIC 9(5).
      *
      *    MERGED SUMMARY ROW - A STREAM'S FS-SUMFILE ROW AS IS
       FD MSMFILE.
       01 FS-MSMFILE            PIC X(187).
      *
      *    DUPLICATE-ENAME EXCEPTIONS FOUND WHILE LOADING TABLE1/TABLE2
       FD DUPFILE.
       01 FS-REPTFILE           PIC X(132).
      *
      *    MASTER-UPDATE TRANSACTION - A=ADD, C=CHANGE, D=DELETE,
      *    R=RE-KEY, THE ENAME KEY, AND THE RECORD IMAGE THE MASTER
      *    SHOULD END UP WITH (THE OLD IMAGE ON A DELETE, FOR
      *    AUDIT).  A RE-KEY CARRIES THE NEW ENAME AND NEW IMAGE,
      *    WITH THE OLD ENAME PACKED STRAIGHT AFTER THE IMAGE AT
      *    THE ENTRY'S OWN LRECL - THE SAME PACKING THE CHANGE FILE
      *    USES FOR ITS SECOND IMAGE.  WHEN THE ENTRY'S DICTIONARY
      *    NAMES AN EFFECTIVE-DATE FIELD, AN ADD, CHANGE OR RE-KEY
      *    WHOSE NEW IMAGE CARRIES ONE RUNS ON PAST THE OLD-ENAME
      *    SLOT (SPACES UNLESS A RE-KEY) WITH THAT YYYYMMDD
       FD TRANFILE
           RECORD IS VARYING IN SIZE FROM 12 TO 531
           CHARACTERS DEPENDING ON WS-TRN-LRECL.
       01 FS-TRANFILE.
          02  TRN-CODE         PIC X(1).
          02  TRN-ENAME        PIC X(5).
          02  TRN-DATA         PIC X(512).
          02  FILLER           PIC X(13).
      *
      *    REJECTED-RECORD EXCEPTIONS - SOURCE FILE, REASON CODE,
      *    DATA-RECORD ORDINAL WITHIN THE INPUT, AND THE RECORD IMAGE
          02  EST-UNMATCH1-CNT PIC 9(5).
          02  EST-UNMATCH2-CNT PIC 9(5).
          02  EST-CHANGE-CNT   PIC 9(5).
          02  EST-REKEY-CNT    PIC 9(5).
      *
       FD SUPFILE.
       01 FS-SUPFILE.
          02  DCT-TYPE         PIC X(1).
          02  FILLER           PIC X(1).
          02  DCT-TOL          PIC X(9).
          02  FILLER           PIC X(1).
      *    'Y' MARKS A VOLATILE FIELD - ONE THE SOURCE SYSTEM
      *    RESTAMPS ON EVERY EXTRACT (LAST-MAINTAINED DATE, BATCH
      *    NUMBER) - WHICH THE RE-KEY PAIRING PASS IGNORES WHEN IT
      *    LOOKS FOR AN ORPHAN PAIR CARRYING THE SAME DATA
          02  DCT-VOL-SW       PIC X(1).
      *    'Y' MARKS THE RECORD'S EFFECTIVE DATE - AN 8-BYTE
      *    YYYYMMDD FIELD SAYING WHEN THE RECORD'S CONTENT TAKES
      *    EFFECT.  ITS VALUE FROM THE NEW IMAGE RIDES ON EACH ADD,
      *    CHANGE AND RE-KEY TRANSACTION SO THE MASTER-UPDATE JOB
      *    CAN HOLD A FUTURE-DATED ONE BACK UNTIL ITS DATE
          02  DCT-EFF-SW       PIC X(1).
      *    'Y' MARKS A SENSITIVE FIELD - PAY, BANK OR PERSONAL DATA.
      *    IT IS COMPARED AND CARRIED ON THE TRANSACTIONS AS-IS BUT
      *    EVERY HUMAN-FACING OUTPUT PRINTS IT MASKED (4640/4645)
          02  DCT-SENS-SW      PIC X(1).
      *    PROFILE SHIFT LIMIT - THE LARGEST MOVE, IN PERCENT,
      *    ANY OF THE FIELD'S PROFILE MEASURES MAY MAKE BETWEEN
      *    FILE1 AND FILE2 BEFORE 6300-PROFILE-PARA FLAGS IT.
      *    BLANK MEANS THE FIELD IS PROFILED BUT NEVER FLAGGED
          02  DCT-PRF-LIMIT    PIC X(3).
          02  FILLER           PIC X(42).
      *
       FD ARCFILE
           RECORD IS VARYING IN SIZE FROM 6 TO 512
       FD PRBFILE.
       01 FS-PRBFILE            PIC X(80).
      *
      *    RUN-TIMING RECORD - ONE PER ENTRY RUN.  DURATIONS ARE IN
      *    HUNDREDTHS OF A SECOND, TIMES HHMMSSHH, RATE IN RECORDS
      *    (ALL INPUTS) PER SECOND
       FD TIMHFILE.
       01 FS-TIMHFILE.
          02  TMH-INFILE1-NAME   PIC X(60).
          02  TMH-OUT-PREFIX     PIC X(40).
          02  TMH-STREAM         PIC X(2).
          02  TMH-START-DATE     PIC X(8).
          02  TMH-START-TIME     PIC X(8).
          02  TMH-END-DATE       PIC X(8).
          02  TMH-END-TIME       PIC X(8).
          02  TMH-ELAPSED        PIC 9(7).
          02  TMH-LOAD           PIC 9(7).
          02  TMH-SORT           PIC 9(7).
          02  TMH-MERGE          PIC 9(7).
          02  TMH-RECORDS        PIC 9(7).
          02  TMH-RATE           PIC 9(7).
          02  TMH-TRUNC-SW       PIC X.
          02  FILLER             PIC X(23).
      *
      *    RUN-HISTORY RECORD - ONE PER CONTROL-FILE ENTRY PER RUN,
      *    SAME TOTALS AS FS-SUMFILE
       FD HISTFILE.
          02  HIST-UNMATCH1-CNT  PIC 9(5).
          02  HIST-UNMATCH2-CNT  PIC 9(5).
          02  HIST-TRUNC-SW      PIC X.
      *    HELD: OVER A VARIANCE THRESHOLD, TRANSACTIONS WITHHELD.
      *    NOTDUE: A MARKER ROW FOR A NIGHT THE CALENDAR SAID THE
      *    ENTRY WAS NOT EXPECTED - ALL COUNTS ZERO, AND THE TREND
      *    PASS SKIPS IT
          02  HIST-HELD-SW       PIC X.
          02  HIST-NOTDUE-SW     PIC X.
          02  FILLER             PIC X(2).
      *
      *    OPEN-ITEM RECORD - ONE PER OUTSTANDING EXCEPTION, KEYED
      *    BY THE ENTRY'S INFILE1 NAME PLUS EXCEPTION TYPE PLUS THE
      *    NEITHER COMPLETED NOR ABANDONED, SO THE SCHEDULER CAN
      *    TELL "LATE" FROM "NOT EXPECTED"
          02  JST-ENTRIES-NDUE PIC 9(5).
      *    ENTRIES DECLARED LATE - INPUT NOT ARRIVED BY THE ENTRY'S
      *    CUTOFF.  COUNTED APART FROM ABANDONED: NOTHING RAN
          02  JST-ENTRIES-LATE PIC 9(5).
          02  FILLER           PIC X(7).
      *
      *    PROCESSING-CALENDAR ROW - SEE THE SELECT ABOVE
       FD CALFILE.
          02  DSP-DATE         PIC X(8).
      *
      *    NIGHT'S-KEYS ROW - WHICH ENTRY (AND WHICH OF ITS INPUTS)
      *    PRESENTED WHICH ENAME, WITH THE RECORD IMAGE.  AN ENTRY
      *    WITH SENSITIVE FIELDS WRITES ITS IMAGE MASKED (KW-MASK-SW
      *    'Y') AND CARRIES THE CHECKSUM OF THE REAL IMAGE IN
      *    KW-IMG-ID, WHICH IS WHAT THE COLLISION SCAN'S DIFFERING-
      *    IMAGES VERDICT THEN COMPARES
       FD KEYWFILE.
       01 FS-KEYWFILE.
          02  KW-ENAME         PIC X(5).
          02  KW-SOURCE        PIC X(7).
          02  KW-INFILE1       PIC X(60).
          02  KW-DATA          PIC X(512).
          02  KW-MASK-SW       PIC X(1).
          02  KW-IMG-ID        PIC 9(8).
      *
      *    COLLISION REPORT - 132-COLUMN PRINT LINES
       FD COLLFILE.
       01 FS-COLLFILE           PIC X(132).
      *
      *    OWNER-DIRECTORY ROW - OWN-PREFIX MATCHES CTL-OUT-PREFIX
       FD OWNFILE.
       01 FS-OWNFILE.
          02  OWN-PREFIX       PIC X(40).
          02  OWN-DEPT         PIC X(8).
          02  OWN-OWNER        PIC X(30).
          02  OWN-DEST         PIC X(60).
          02  FILLER           PIC X(22).
      *
      *    PACKET-SPOOL ROW - PKS-TYPE 'R' ENTRY-SECTION LINE, 'K'
      *    ACKNOWLEDGED-SECTION LINE (PKS-SECT 'H' HEADING OR TOTAL,
      *    'D' DETAIL), 'A' AGING LINE (PKS-SECT IS THE OPEN-ITEM
      *    STATE N/S/R).  PKS-ENTRY ZERO MEANS NO CONTROL ENTRY
       FD PKSFILE.
       01 FS-PKSFILE.
          02  PKS-TYPE         PIC X(1).
          02  PKS-SECT         PIC X(1).
          02  PKS-ENTRY        PIC 9(3).
          02  PKS-LINE         PIC X(132).
      *
      *    COLLISION-SPOOL ROW - CSP-ENTRY ZERO ON HEADER, VERDICT
      *    AND SEPARATOR LINES
       FD CSPFILE.
       01 FS-CSPFILE.
          02  CSP-GROUP        PIC 9(5).
          02  CSP-ENTRY        PIC 9(5).
          02  CSP-LINE         PIC X(132).
      *
      *    DEPARTMENT PACKET - 132-COLUMN PRINT LINES
       FD PKTFILE.
       01 FS-PKTFILE            PIC X(132).
      *
      *    PERIOD STATISTICS REPORT - 132-COLUMN PRINT LINES
       FD PERFILE.
       01 FS-PERFILE            PIC X(132).
      *
      *    PERIOD EXTRACT - ONE 'H' HEADER, TWO 'D' ROWS PER ENTRY
      *    (PXD-PERIOD 'C' THE REQUESTED PERIOD, 'P' THE PRIOR ONE),
      *    UP TO TEN 'K' BUSIEST-KEY ROWS PER ENTRY AND ONE 'T'
      *    TRAILER CARRYING THE ROW COUNT AND THE PERIOD TOTALS.
      *    ALL COUNTS UNSIGNED ZONED DECIMAL
       FD PXTFILE.
       01 FS-PXTFILE.
          02  PXH-TYPE         PIC X(1).
          02  PXH-FROM         PIC X(8).
          02  PXH-TO           PIC X(8).
          02  PXH-PR-FROM      PIC X(8).
          02  PXH-PR-TO        PIC X(8).
          02  PXH-RUN-DATE     PIC X(8).
          02  PXH-DESC         PIC X(40).
          02  FILLER           PIC X(119).
       01 FS-PXTFILE-DTL.
          02  PXD-TYPE         PIC X(1).
          02  PXD-FROM         PIC X(8).
          02  PXD-TO           PIC X(8).
          02  PXD-PERIOD       PIC X(1).
          02  PXD-INFILE1      PIC X(60).
          02  PXD-NIGHTS       PIC 9(5).
          02  PXD-NOTDUE       PIC 9(5).
          02  PXD-HELD         PIC 9(5).
          02  PXD-ABND         PIC 9(5).
          02  PXD-MATCH        PIC 9(9).
          02  PXD-CHANGE       PIC 9(9).
          02  PXD-ONLY1        PIC 9(9).
          02  PXD-ONLY2        PIC 9(9).
          02  PXD-ADDED        PIC 9(9).
          02  PXD-REKEY        PIC 9(9).
          02  PXD-OTHER        PIC 9(9).
          02  FILLER           PIC X(39).
       01 FS-PXTFILE-KEY.
          02  PXK-TYPE         PIC X(1).
          02  PXK-FROM         PIC X(8).
          02  PXK-TO           PIC X(8).
          02  PXK-INFILE1      PIC X(60).
          02  PXK-RANK         PIC 9(2).
          02  PXK-ENAME        PIC X(5).
          02  PXK-CNT          PIC 9(5).
          02  FILLER           PIC X(111).
       01 FS-PXTFILE-TRL.
          02  PXT-TYPE         PIC X(1).
          02  PXT-FROM         PIC X(8).
          02  PXT-TO           PIC X(8).
          02  PXT-ENTRY-CNT    PIC 9(5).
          02  PXT-ROW-CNT      PIC 9(7).
          02  PXT-NIGHTS       PIC 9(7).
          02  PXT-NOTDUE       PIC 9(7).
          02  PXT-HELD         PIC 9(7).
          02  PXT-ABND         PIC 9(7).
          02  PXT-MATCH        PIC 9(11).
          02  PXT-CHANGE       PIC 9(11).
          02  PXT-ONLY1        PIC 9(11).
          02  PXT-ONLY2        PIC 9(11).
          02  PXT-ADDED        PIC 9(11).
          02  PXT-REKEY        PIC 9(11).
          02  PXT-OTHER        PIC 9(11).
          02  FILLER           PIC X(66).
      *
      *    BATCH TIMING AND STREAM-BALANCE REPORT - 9400 SERIES
       FD TIMRFILE.
       01 FS-TIMRFILE           PIC X(132).
      *
      *    RESULTS-MASTER RECORD - THE DISPOSITION ONE RECORD GOT IN
      *    ONE RUN.  RES-DISP IS THE TWO-WAY CLASS ('M' MATCHED, 'C'
      *    CHANGED, '1' ONLY IN FILE1, '2' ONLY IN FILE2, '7' ADDED
      *    SINCE PRIOR, 'R' PROBABLE RE-KEY), RES-3DISP THE
      *    THREE-WAY CLASS WHEN THAT PASS RAN.  OLD/NEW IMAGES ARE
      *    BOTH FILLED ONLY FOR A CHANGED RECORD OR A RE-KEY (ROW
      *    KEYED BY THE OLD ENAME, THE NEW ENAME IN THE NEW IMAGE)
       FD RESFILE.
       01 FS-RESFILE.
          02  RES-KEY.
       01 WS-FS39              PIC 9(2).
         88 F39-SUCCESS          VALUE 00.
         88 F39-EOF              VALUE 10.
       01 WS-FS40              PIC 9(2).
         88 F40-SUCCESS          VALUE 00.
         88 F40-EOF              VALUE 10.
       01 WS-FS41              PIC 9(2).
         88 F41-SUCCESS          VALUE 00.
         88 F41-EOF              VALUE 10.
       01 WS-FS42              PIC 9(2).
         88 F42-SUCCESS          VALUE 00.
         88 F42-EOF              VALUE 10.
       01 WS-FS43              PIC 9(2).
         88 F43-SUCCESS          VALUE 00.
       01 WS-FS44              PIC 9(2).
         88 F44-SUCCESS          VALUE 00.
       01 WS-FS45              PIC 9(2).
         88 F45-SUCCESS          VALUE 00.
       01 WS-FS46              PIC 9(2).
         88 F46-SUCCESS          VALUE 00.
         88 F46-EOF              VALUE 10.
       01 WS-FS47              PIC 9(2).
         88 F47-SUCCESS          VALUE 00.
       01 WS-FS48              PIC 9(2).
         88 F48-SUCCESS          VALUE 00.
      *
      *    'Y' WHEN INFILE3 OPENED OK - THREE-WAY PASS RUNS ONLY THEN
       01 WS-3WAY-SW            PIC X     VALUE 'N'.
       01 WS-MERGE-SW           PIC X     VALUE 'N'.
         88 WS-MERGE-ON           VALUE 'Y'.
      *
      *    'Y' WHEN THE FIRST CONTROL RECORD IS THE '*PERIOD*'
      *    MARKER - THE MONTH-END STATISTICS PASS OVER THE RESULTS
      *    MASTER AND THE RUN HISTORY FOR THE FROM/TO DATES IN THE
      *    MARKER'S INFILE2/INFILE3 FIELDS (YYYYMMDD IN THEIR FIRST
      *    8 BYTES).  THE REST OF THE CONTROL FILE IS READ FOR ITS
      *    ENTRY NAMES AND STREAM IDS BUT NOTHING IS VALIDATED OR
      *    RUN - SEE 9500-PERIOD-PARA
       01 WS-PERIOD-SW          PIC X     VALUE 'N'.
         88 WS-PERIOD-ON          VALUE 'Y'.
      *
      *    THIS INSTANCE'S STREAM ID FROM THE COMPARE-STREAM
      *    ENVIRONMENT VARIABLE - SPACES MEANS THE CLASSIC SERIAL
      *    RUN OF EVERY ENTRY WITH THE CLASSIC FILE NAMES.  THE
       01 WS-MRG-DONE           PIC 9(5).
       01 WS-MRG-ABND           PIC 9(5).
       01 WS-MRG-NDUE           PIC 9(5).
       01 WS-MRG-LATE           PIC 9(5).
       01 WS-INQ-KEY            PIC X(5).
       01 WS-INQ-KEYFILE        PIC X(60).
       01 WS-INQ-HIT-CNT        PIC 9(5).
       01 WS-UNMATCH1-CNT       PIC 9(5).
       01 WS-UNMATCH2-CNT       PIC 9(5).
       01 WS-CHANGE-CNT         PIC 9(5).
       01 WS-REKEY-CNT          PIC 9(5).
       01 WS-REKEY-AMB-CNT      PIC 9(5).
      *
      *    GRADED JOB SEVERITY FOR THE SCHEDULER - 0 CLEAN, 4
      *    WARNINGS (DUPLICATE-ENAME EXCEPTIONS ON DUPFILE), 8 ONE
       01 WS-ENTRIES-DONE       PIC 9(5)  VALUE 0.
       01 WS-ENTRIES-ABND       PIC 9(5)  VALUE 0.
       01 WS-ENTRIES-NDUE       PIC 9(5)  VALUE 0.
       01 WS-ENTRIES-LATE       PIC 9(5)  VALUE 0.
      *
      *    JOB-LEVEL GRAND TOTALS ACCUMULATED ACROSS EVERY CONTROL-
      *    FILE ENTRY FOR THE FINAL PAGE OF THE RECONCILIATION
       01 WS-GT-UNMATCH1-CNT    PIC 9(7).
       01 WS-GT-UNMATCH2-CNT    PIC 9(7).
       01 WS-GT-CHANGE-CNT      PIC 9(7).
       01 WS-GT-REKEY-CNT       PIC 9(7).
      *
      *    RECONCILIATION REPORT WORK AREAS - PAGE/LINE BOOKKEEPING
      *    FOR THE 8200 SERIES AND THE PRINT-LINE LAYOUTS BUILT BY
         05 RPT-FLD-OLD         PIC X(45).
         05 FILLER              PIC X(6)  VALUE ' NEW: '.
         05 RPT-FLD-NEW         PIC X(45).
      *    PROBABLE RE-KEY - OLD ENAME, NEW ENAME AND THE NEW IMAGE;
      *    AN AMBIGUOUS CANDIDATE SHOWS ITS SIDE AND THE GROUP OF
      *    ORPHANS SHARING ITS DATA SO THE REVIEWER CAN LINE THEM UP
       01 WS-RPT-RKY-DTL.
         05 RPT-RKY-OLD         PIC X(5).
         05 FILLER              PIC X(4)  VALUE ' -> '.
         05 RPT-RKY-NEW         PIC X(5).
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 RPT-RKY-DATA        PIC X(75).
       01 WS-RPT-AMB-DTL.
         05 RPT-AMB-SOURCE      PIC X(5).
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 FILLER              PIC X(6)  VALUE 'GROUP '.
         05 RPT-AMB-GRP         PIC ZZZZ9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 RPT-AMB-ENAME       PIC X(5).
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 RPT-AMB-DATA        PIC X(75).
       01 WS-RPT-TOT-LINE.
         05 FILLER              PIC X(20) VALUE 'SECTION TOTAL'.
         05 RPT-TOT-CNT         PIC ZZZZ9.
       01 WS-REPTFILE-NAME      PIC X(60).
       01 WS-REJFILE-NAME       PIC X(60).
       01 WS-HISTFILE-NAME      PIC X(60).
       01 WS-TIMHFILE-NAME      PIC X(60).
       01 WS-OPNFILE-NAME       PIC X(60).
       01 WS-AGEFILE-NAME       PIC X(60).
       01 WS-TRENDFILE-NAME     PIC X(60).
       01 WS-COLLFILE-NAME      PIC X(60).
       01 WS-RESFILE-NAME       PIC X(60).
       01 WS-RESWFILE-NAME      PIC X(60).
       01 WS-PKSFILE-NAME       PIC X(60).
       01 WS-CSPFILE-NAME       PIC X(60).
       01 WS-PKTFILE-NAME       PIC X(60).
      *
      *    'Y' WHILE THE COORDINATOR HOLDS THE CLASSIC RESULTS
      *    MASTER OPEN FOR THE STREAM FOLD
       01 WS-MRGRES-SW          PIC X     VALUE 'N'.
      *    'Y' WHILE THE COORDINATOR HOLDS THE MERGED CLASSIC
      *    SUMMARY OPEN FOR THE SAME FOLD
       01 WS-MRGSUM-SW          PIC X     VALUE 'N'.
      *
      *    COLLISION-SCAN STATE - THE PREVIOUS SORTED ROW HELD BACK
      *    SO THE FIRST MEMBER OF A COLLIDING GROUP CAN STILL BE
       01 WS-COLL-PREV-IMG      PIC X(512).
       01 WS-COLL-GRP-IMG       PIC X(512).
       01 WS-COLL-CUR-IMG       PIC X(512).
      *    A MASKED ROW'S IMAGE IS NOT THE REAL ONE - ITS REAL-IMAGE
      *    CHECKSUM STANDS IN FOR IT IN THE VERDICT (9825)
       01 WS-COLL-PREV-MSK      PIC X.
       01 WS-COLL-GRP-MSK       PIC X.
       01 WS-COLL-CUR-MSK       PIC X.
       01 WS-COLL-PREV-ID       PIC 9(8).
       01 WS-COLL-GRP-ID        PIC 9(8).
       01 WS-COLL-CUR-ID        PIC 9(8).
       01 WS-COLL-GRP-SW        PIC X.
       01 WS-COLL-MISM-SW       PIC X.
       01 WS-COLL-DONE-SW       PIC X.
       01 WS-TRNSRT-DONE-SW     PIC X.
      *
      *    RE-KEY PAIRING WORK AREAS - SEE 4090-REKEY-PAIR-PARA.
      *    THE ORPHANS ARE SORTED ON THEIR KEY-LESS, VOLATILE-LESS
      *    IMAGE SO EVERY ORPHAN CARRYING THE SAME DATA LANDS IN ONE
      *    GROUP; TABLE13 HOLDS THE CURRENT GROUP'S MEMBERS (SOURCE
      *    '1'/'2' AND TABLE SLOT) UNTIL THE GROUP CLOSES
       01 WS-RKY-DONE-SW        PIC X.
       01 WS-RKY-GRP-IMG        PIC X(512).
       01 WS-RKY-GRP-NO         PIC 9(5).
       01 WS-RKY-CNT1           PIC 9(5).
       01 WS-RKY-CNT2           PIC 9(5).
       01 WS-RKY-SLOT1          PIC 9(5).
       01 WS-RKY-SLOT2          PIC 9(5).
       01 WS-RKGCNT             PIC 9(3).
       01 WS-RK1                PIC 9(3).
       01 TABLE13.
         04 RKG-ENT OCCURS 200 TIMES.
           08 RKG-SOURCE        PIC X.
           08 RKG-SLOT          PIC 9(5).
       01 WS-COLL-CNT           PIC 9(5).
      *
      *    PROCESSING CALENDAR LOADED FROM CALFILE BY 1085-LOAD-
       01 WS-ID-POS             PIC 9(4).
       01 WS-ID-OLD-REC         PIC X(512).
       01 WS-ID-NEW-REC         PIC X(512).
      *    SINGLE-IMAGE CHECKSUM (4650-IMAGE-ID-PARA) - THE IMAGE IN
      *    WS-IMG-ID-REC UP TO ITS LAST NON-BLANK BYTE, SO TWO
      *    ENTRIES WITH DIFFERENT RECORD LENGTHS STILL AGREE ON AN
      *    IDENTICAL IMAGE
       01 WS-IMG-ID-REC         PIC X(512).
       01 WS-IMG-ID             PIC 9(8).
       01 WS-IMG-ID-LEN         PIC 9(4).
      *
      *    EXCEPTIONS ACKNOWLEDGED ON THIS ENTRY'S REPORT PAGE -
      *    COLLECTED WHILE THE DETAIL SECTIONS SKIP THEM, PRINTED
         05 FILLER              PIC X(1)  VALUE SPACE.
         05 COLL-DTL-DATA       PIC X(70).
      *
      *    DEPARTMENT PACKETS (9900 SERIES).  WS-PKT-ENTRY IS THE
      *    CONTROL-ENTRY ORDINAL WHOSE PAGES 8200-RPT-WRITE-PARA IS
      *    PRINTING - NON-ZERO ONLY WHILE AN ENTRY'S SECTIONS ARE
      *    BEING WRITTEN, WHICH IS WHEN THE LINE ALSO GOES TO THE
      *    PACKET SPOOL AS WS-PKT-TYPE / WS-PKT-SECT
       01 WS-PKT-ENTRY          PIC 9(3)  VALUE 0.
       01 WS-PKT-TYPE           PIC X     VALUE 'R'.
       01 WS-PKT-SECT           PIC X     VALUE SPACE.
       01 WS-PKS-OPEN-SW        PIC X     VALUE 'N'.
       01 WS-CSP-OPEN-SW        PIC X     VALUE 'N'.
       01 WS-CSP-GROUP          PIC 9(5).
      *
      *    OWNER DIRECTORY AS LOADED, AND THE DEPARTMENTS TONIGHT'S
      *    ENTRIES ROUTE TO - ONE PACKET PER DEPARTMENT ROW, THE
      *    LAST ROW ALWAYS THE UNROUTED PACKET (WS-DP-UNRT)
       01 TABLE14.
         04 OWN-ENT OCCURS 1 TO 500 TIMES DEPENDING ON WS-OWNCNT.
           08 OW-PREFIX         PIC X(40).
           08 OW-DEPT           PIC X(8).
           08 OW-OWNER          PIC X(30).
           08 OW-DEST           PIC X(60).
      *
       01 WS-OWNCNT            PIC 9(3).
       01 WS-OW1               PIC 9(3).
       01 WS-OW2               PIC 9(3).
      *
       01 TABLE15.
         04 DEPT-ENT OCCURS 1 TO 501 TIMES DEPENDING ON WS-DEPTCNT.
           08 DP-DEPT           PIC X(8).
           08 DP-OWNER          PIC X(30).
           08 DP-DEST           PIC X(60).
           08 DP-ENT-CNT        PIC 9(3).
      *
       01 WS-DEPTCNT           PIC 9(3).
       01 WS-DP1               PIC 9(3).
       01 WS-DP2               PIC 9(3).
       01 WS-DP-UNRT           PIC 9(3).
      *
      *    ONE COLLISION GROUP HELD BACK UNTIL THE GROUP ENDS, SINCE
      *    ONLY THEN IS IT KNOWN WHETHER ANY MEMBER ENTRY BELONGS TO
      *    THE DEPARTMENT BEING BURST
       01 TABLE16.
         04 CGB-ENT OCCURS 200 TIMES.
           08 CGB-LINE          PIC X(132).
      *
       01 WS-CGBCNT            PIC 9(3).
       01 WS-CGB1              PIC 9(3).
       01 WS-CGB-GROUP          PIC 9(5).
       01 WS-CGB-HIT-SW         PIC X.
       01 WS-CGB-OVER-SW        PIC X.
      *
       01 WS-PKT-PASS           PIC X.
       01 WS-PKT-C             PIC 9(3).
       01 WS-PKT-ENT-NO         PIC 9(5).
       01 WS-PKT-ENT-DEPT       PIC 9(3).
       01 WS-PKT-PREV-ENT       PIC 9(5).
       01 WS-PKT-PREV-SECT      PIC X.
       01 WS-PKT-PAGE           PIC 9(3).
       01 WS-PKT-LINE-CNT       PIC 9(3).
       01 WS-PKT-LINE           PIC X(132).
       01 WS-PKT-FILES          PIC 9(3).
       01 WS-PKT-ENT-CNT        PIC 9(3).
       01 WS-PKT-RPT-CNT        PIC 9(7).
       01 WS-PKT-NEW-CNT        PIC 9(5).
       01 WS-PKT-REC-CNT        PIC 9(5).
       01 WS-PKT-RES-CNT        PIC 9(5).
       01 WS-PKT-COLL-CNT       PIC 9(5).
       01 WS-PKT-ACK-CNT        PIC 9(5).
      *
       01 WS-PKT-COV-DTL.
         05 PKT-COV-ENT         PIC ZZ9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PKT-COV-PREFIX      PIC X(40).
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PKT-COV-OWNER       PIC X(30).
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PKT-COV-INFILE1     PIC X(53).
      *
      *
      *    PERIOD STATISTICS (9500 SERIES).  FROM/TO ARE THE
      *    REQUESTED PERIOD; THE PRIOR PERIOD IS THE CALENDAR MONTH
      *    BEFORE WHEN THE REQUESTED PERIOD IS EXACTLY ONE CALENDAR
      *    MONTH, OTHERWISE THE SAME NUMBER OF DAYS IMMEDIATELY BEFORE
       01 WS-PER-FROM           PIC X(8).
       01 WS-PER-TO             PIC X(8).
       01 WS-PER-PR-FROM        PIC X(8).
       01 WS-PER-PR-TO          PIC X(8).
       01 WS-PER-DATE-NUM       PIC 9(8).
       01 WS-PER-INT-FROM       PIC 9(7).
       01 WS-PER-INT-TO         PIC 9(7).
       01 WS-PER-INT-WRK        PIC 9(7).
       01 WS-PER-DATE-WRK       PIC X(8).
       01 WS-PER-P              PIC 9(1).
       01 WS-PER-D              PIC 9(1).
       01 WS-PER-DONE-SW        PIC X.
       01 WS-PER-ROWS           PIC 9(7).
       01 WS-PER-XROWS          PIC 9(7).
      *
      *    ONE ROW PER ENTRY, KEYED BY INFILE1 AS THE RESULTS MASTER
      *    AND THE HISTORY BOTH CARRY IT - CONTROL-FILE ENTRIES
      *    FIRST, IN CONTROL ORDER, THEN ANY ENTRY SEEN ONLY IN THE
      *    HISTORY (SINCE REMOVED FROM THE CONTROL FILE).  PE-PER
      *    (1) IS THE REQUESTED PERIOD, PE-PER (2) THE PRIOR ONE;
      *    PE-DISP-CNT BY RES-DISP: M, C, 1, 2, 7, R, ANYTHING ELSE
       01 TABLE17.
         04 PER-ENT OCCURS 1 TO 600 TIMES DEPENDING ON WS-PECNT.
           08 PE-INFILE1        PIC X(60).
           08 PE-ONCTL-SW       PIC X.
           08 PE-PER OCCURS 2 TIMES.
             12 PE-NIGHTS       PIC 9(5).
             12 PE-NOTDUE       PIC 9(5).
             12 PE-HELD         PIC 9(5).
             12 PE-ABND         PIC 9(5).
             12 PE-LAST-DATE    PIC X(8).
             12 PE-DISP-CNT     PIC 9(9) OCCURS 7 TIMES.
           08 PE-TOP OCCURS 10 TIMES.
             12 PT-KEY          PIC X(5).
             12 PT-CNT          PIC 9(5).
      *
       01 WS-PECNT             PIC 9(3).
       01 WS-PE1               PIC 9(3).
       01 WS-PE2               PIC 9(3).
       01 WS-PT1               PIC 9(2).
       01 WS-PT2               PIC 9(2).
       01 WS-PT-KEY            PIC X(5).
       01 WS-PT-CNT            PIC 9(5).
       01 WS-PT-PREV           PIC X(65).
       01 WS-PER-INFILE1        PIC X(60).
      *
      *    PERIOD GRAND TOTALS, SAME SHAPE AS ONE PE-PER
       01 TABLE19.
         04 PTT-ENT OCCURS 2 TIMES.
           08 PTT-NIGHTS        PIC 9(7).
           08 PTT-NOTDUE        PIC 9(7).
           08 PTT-HELD          PIC 9(7).
           08 PTT-ABND          PIC 9(7).
           08 PTT-DISP-CNT      PIC 9(11) OCCURS 7 TIMES.
      *
      *    DISPOSITION-LIST ROWS DATED INSIDE EACH PERIOD, BY THE
      *    STATUS OPERATIONS GAVE THEM
       01 TABLE18.
         04 PDS-ENT OCCURS 20 TIMES.
           08 PDS-STATUS        PIC X(8).
           08 PDS-CNT           PIC 9(5) OCCURS 2 TIMES.
       01 WS-PDSCNT            PIC 9(2).
       01 WS-PDS1              PIC 9(2).
      *
       01 WS-PER-HDG.
         05 FILLER              PIC X(14) VALUE SPACES.
         05 FILLER              PIC X(11) VALUE '     NIGHTS'.
         05 FILLER              PIC X(11) VALUE '    NOT-DUE'.
         05 FILLER              PIC X(11) VALUE '       HELD'.
         05 FILLER              PIC X(11) VALUE '  ABANDONED'.
         05 FILLER              PIC X(12) VALUE '     MATCHED'.
         05 FILLER              PIC X(12) VALUE '     CHANGED'.
         05 FILLER              PIC X(12) VALUE '  ONLY-FILE1'.
         05 FILLER              PIC X(12) VALUE '  ONLY-FILE2'.
         05 FILLER              PIC X(12) VALUE '       ADDED'.
         05 FILLER              PIC X(12) VALUE '    RE-KEYED'.
      *
      *    THIS-PERIOD, PRIOR-PERIOD AND CHANGE ROWS SHARE ONE LINE
      *    LAYOUT - THE CHANGE ROW IS WHY THE COUNTS ARE SIGNED
       01 WS-PER-DTL.
         05 PER-DTL-LABEL       PIC X(14).
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-NIGHTS      PIC -(8)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-NOTDUE      PIC -(8)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-HELD        PIC -(8)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-ABND        PIC -(8)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-MATCH       PIC -(9)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-CHANGE      PIC -(9)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-ONLY1       PIC -(9)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-ONLY2       PIC -(9)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-ADDED       PIC -(9)9.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 PER-DTL-REKEY       PIC -(9)9.
      *
      *    SIGNED WORK COPIES OF ONE ROW - LOADED FROM THE TABLE
      *    OR AS THE DIFFERENCE OF TWO ROWS, THEN EDITED
       01 WS-PER-ROW.
         05 PR-NIGHTS           PIC S9(7).
         05 PR-NOTDUE           PIC S9(7).
         05 PR-HELD             PIC S9(7).
         05 PR-ABND             PIC S9(7).
         05 PR-DISP-CNT         PIC S9(11) OCCURS 7 TIMES.
       01 WS-PER-ROW2.
         05 PR2-NIGHTS          PIC S9(7).
         05 PR2-NOTDUE          PIC S9(7).
         05 PR2-HELD            PIC S9(7).
         05 PR2-ABND            PIC S9(7).
         05 PR2-DISP-CNT        PIC S9(11) OCCURS 7 TIMES.
      *
       01 WS-PKT-TOT-LINE.
         05 PKT-TOT-LABEL       PIC X(32).
         05 PKT-TOT-CNT         PIC Z(6)9.
      *
      *    @PREV RESOLUTION WORK AREAS - WS-PREV-MODE ASKS 1190-
      *    RESOLVE-PREV-PARA FOR THE NEWEST ('N') OR OLDEST ('O')
      *    ARCHIVED GENERATION OF THIS ENTRY'S INPUT OLDER THAN
           08 DC-LEN            PIC 9(2).
           08 DC-TYPE           PIC X.
           08 DC-TOL            PIC 9(9).
           08 DC-VOL-SW         PIC X.
           08 DC-SENS-SW        PIC X.
           08 DC-PRF-LIM-SW     PIC X.
           08 DC-PRF-LIMIT      PIC 9(3).
      *
       01 WS-DICTCNT           PIC 9(2).
       01 WS-D1                PIC 9(2).
      *    START OF THE DICTIONARY'S EFFECTIVE-DATE FIELD, ZERO WHEN
      *    THE ENTRY HAS NONE - SEE 4123-TRAN-RELEASE-PARA
       01 WS-EFF-START         PIC 9(3).
      *
      *    SENSITIVE-FIELD MASKING - WS-SENSCNT COUNTS THE LOADED
      *    DICTIONARY FIELDS FLAGGED DCT-SENS-SW.  4640-MASK-IMAGE-
      *    PARA MASKS THE IMAGE IN WS-MSK-REC; 4645-MASK-PAIR-PARA
      *    MASKS THE OLD/NEW PAIR IN WS-MSK-OLD/WS-MSK-NEW, MARKING
      *    A FIELD THAT MOVED WITH WS-MSK-CHG-FILL.  WS-D3 IS THEIR
      *    OWN SUBSCRIPT SO NO CALLER'S WS-D1 LOOP IS DISTURBED
       01 WS-SENSCNT           PIC 9(2).
       01 WS-D3                PIC 9(2).
       01 WS-MSK-REC            PIC X(512).
       01 WS-MSK-OLD            PIC X(512).
       01 WS-MSK-NEW            PIC X(512).
       01 WS-MSK-CHG-FILL.
         05 FILLER              PIC X(7)  VALUE 'CHANGED'.
         05 FILLER              PIC X(92) VALUE ALL '*'.
      *
      *    FIELD PROFILE - 6300-PROFILE-PARA.  PRF-SIDE(1) IS FILE1,
      *    PRF-SIDE(2) FILE2, BOTH FOR THE ONE FIELD BEING PROFILED.
      *    TABLE21 HOLDS THE DISTINCT VALUES OF A SHORT CODE FIELD
      *    (TYPE 'C', 8 BYTES OR FEWER) WHILE ONE SIDE IS COUNTED
       01 TABLE20.
         04 PRF-SIDE OCCURS 2.
           08 PF-ROWS           PIC 9(5).
           08 PF-BLANK          PIC 9(5).
           08 PF-NONNUM         PIC 9(5).
           08 PF-NUMCNT         PIC 9(5).
           08 PF-MIN            PIC 9(18).
           08 PF-MAX            PIC 9(18).
           08 PF-TOTAL          PIC 9(18).
           08 PF-OVFL-SW        PIC X.
           08 PF-DIST           PIC 9(5).
           08 PF-DIST-OVER-SW   PIC X.
       01 TABLE21.
         04 PFV-ENT OCCURS 250.
           08 PFV-VALUE         PIC X(8).
       01 WS-PFVCNT            PIC 9(3).
       01 WS-PFV1              PIC 9(3).
       01 WS-PRF-SIDE          PIC 9.
       01 WS-PRF-ROW           PIC 9(5).
       01 WS-PRF-START         PIC 9(3).
       01 WS-PRF-LEN           PIC 9(2).
       01 WS-PRF-VAL           PIC X(99).
       01 WS-PRF-NUM           PIC 9(18).
       01 WS-PRF-NUM-SW        PIC X.
       01 WS-PRF-CODE-SW       PIC X.
       01 WS-PRF-FOUND-SW      PIC X.
       01 WS-PRF-CHK-SW        PIC X.
       01 WS-PRF-FLD-BRCH-SW   PIC X.
       01 WS-PRF-BRCH-CNT      PIC 9(2).
       01 WS-PRF-A1            PIC 9(18).
       01 WS-PRF-A2            PIC 9(18).
       01 WS-PRF-R1            PIC 9(3)V9(2).
       01 WS-PRF-R2            PIC 9(3)V9(2).
       01 WS-PRF-DIFF          PIC S9(5)V9.
       01 WS-PRF-EDIT          PIC Z(17)9.
       01 WS-PRF-EDIT-PCT      PIC Z(4)9.9.
       01 WS-PRF-EDIT3         PIC ZZ9.
       01 WS-PRF-LIM-TXT       PIC X(20).
       01 WS-PRF-COL-HDG.
         05 FILLER              PIC X(4)  VALUE SPACES.
         05 FILLER              PIC X(16) VALUE 'MEASURE'.
         05 FILLER              PIC X(22) VALUE '               FILE1'.
         05 FILLER              PIC X(22) VALUE '               FILE2'.
         05 FILLER              PIC X(11) VALUE '  SHIFT PCT'.
       01 WS-RPT-PRF-LINE.
         05 FILLER              PIC X(4)  VALUE SPACES.
         05 RPT-PRF-MEASURE     PIC X(16).
         05 RPT-PRF-VAL1        PIC X(20) JUSTIFIED RIGHT.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 RPT-PRF-VAL2        PIC X(20) JUSTIFIED RIGHT.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 RPT-PRF-SHIFT       PIC X(11) JUSTIFIED RIGHT.
         05 FILLER              PIC X(2)  VALUE SPACES.
         05 RPT-PRF-FLAG        PIC X(16).
      *
      *    PRE-FLIGHT SENSITIVE-FIELD CHECK (1120/1125) - THE ROW'S
      *    COLUMNS, WHETHER 1180 WOULD KEEP IT, AND HOW MANY ROWS
      *    1180 WOULD HAVE KEPT SO FAR
       01 WS-PF-KEPT           PIC 9(2).
       01 WS-PF-START          PIC 9(3).
       01 WS-PF-LEN            PIC 9(2).
       01 WS-PF-END            PIC 9(4).
       01 WS-PF-KEEP-SW        PIC X.
      *
      *    FIELD-COMPARE WORK AREAS - 4630-FIELD-ONE-PARA COMPARES
      *    THE DICTIONARY FIELD AT WS-D1 ACROSS THE TWO RECORD
      *    /'7' FOR THE THREE-WAY CLASSES) SO 6100-ENTRY-REPORT-PARA
      *    CAN PRINT THE REPORT SECTION BY SECTION AFTERWARDS, AND
      *    AR001-M2 REMEMBERS WHICH TABLE2 SLOT A CHANGED RECORD
      *    MATCHED SO THE REPORT CAN SHOW OLD AND NEW SIDE BY SIDE.
      *    AR00n-RK-SW IS THE RE-KEY PAIRING VERDICT ON AN ORPHAN
      *    ('R' PAIRED, 'V' AMBIGUOUS - LISTED FOR REVIEW, STILL A
      *    PLAIN DELETE OR ADD) AND AR00n-RK-GRP THE ORPHAN GROUP
      *    SHARING ITS DATA
      *    ARCHIVING STATE FOR THE CURRENT ENTRY (FROM ITS CONTROL
      *    RECORD) AND THE JOB RUN DATE USED TO STAMP ARCHIVED
      *    OUTPUT NAMES - ACCEPTED ONCE AT JOB START SO EVERY ENTRY
           08 CE-LRECL          PIC X(3).
           08 CE-STREAM         PIC X(2).
           08 CE-FREQ           PIC X(4).
           08 CE-CUTOFF         PIC X(4).
      *    'Y' INPUT MISSING AT PRE-FLIGHT, 'D' DEFERRED BY THE
      *    ENTRY LOOP TO WAIT FOR IT, 'L' DECLARED LATE, ELSE 'N'
           08 CE-WAIT-SW        PIC X.
           08 CE-DUE-SW         PIC X.
           08 CE-VALID-SW       PIC X.
           08 CE-DONE-SW        PIC X.
           08 CE-UNMATCH1-CNT   PIC 9(5).
           08 CE-UNMATCH2-CNT   PIC 9(5).
           08 CE-CHANGE-CNT     PIC 9(5).
           08 CE-REKEY-CNT      PIC 9(5).
           08 CE-SENS-CNT       PIC 9(2).
           08 CE-DEPT-IX        PIC 9(3).
           08 CE-OWN-IX         PIC 9(3).
      *
       01 WS-CTLCNT            PIC 9(3).
       01 WS-C1                PIC 9(3).
       01 WS-C2                PIC 9(3).
       01 WS-PRBFILE-NAME       PIC X(60).
      *
      *    LATE-ARRIVAL WAITING - SEE 2040-LATE-CHECK-PARA.  THE JOB
      *    START TIME, IN MINUTES PAST MIDNIGHT, ANCHORS EVERY
      *    CUTOFF; WS-LATE-POLL-SECS IS THE LONGEST SLEEP BETWEEN
      *    LOOKS ONCE EVERYTHING ELSE HAS RUN
       01 WS-WAITCNT            PIC 9(3)  VALUE 0.
       01 WS-LATE-C             PIC 9(3).
       01 WS-LATE-SAVE-C1       PIC 9(3).
       01 WS-LATE-MISS-SW       PIC X.
       01 WS-LATE-ARRIVED-SW    PIC X.
       01 WS-LATE-CLOCK.
         05 WS-LATE-HH          PIC 9(2).
         05 WS-LATE-MM          PIC 9(2).
         05 FILLER              PIC X(4).
       01 WS-LATE-START-MIN     PIC 9(4).
       01 WS-LATE-DEADLINE      PIC S9(5).
       01 WS-LATE-ELAPSED       PIC S9(5).
       01 WS-LATE-LEFT          PIC S9(5).
       01 WS-LATE-SOONEST       PIC S9(5).
       01 WS-LATE-SLEEP         PIC 9(5).
       01 WS-LATE-POLL-SECS     PIC 9(5)  VALUE 300.
      *
      *    ENTRY TIMING - CLOCK READINGS IN HUNDREDTHS OF A SECOND
      *    PAST MIDNIGHT, TAKEN AT THE ENTRY'S START, AT THE END OF
      *    ITS LOAD, SORT AND MERGE PHASES AND AT ITS END, AND
      *    WRITTEN TO THE TIMING HISTORY BY 6420-TIM-HIST-PARA.
      *    WS-TIM-PHASE-SW TURNS 'Y' ONLY ONCE THE MERGE PHASE HAS
      *    ENDED - IT STAYS 'N' WHEN THE LOAD WAS ABANDONED OR THE
      *    BALANCE CHECK FAILED THE ENTRY, AND THE SORT AND MERGE
      *    NEVER RAN
       01 WS-TIM-CLOCK.
         05 WS-TIM-HH           PIC 9(2).
         05 WS-TIM-MM           PIC 9(2).
         05 WS-TIM-SS           PIC 9(2).
         05 WS-TIM-HS           PIC 9(2).
       01 WS-TIM-NOW            PIC 9(7).
       01 WS-TIM-T0             PIC 9(7).
       01 WS-TIM-T1             PIC 9(7).
       01 WS-TIM-T2             PIC 9(7).
       01 WS-TIM-T3             PIC 9(7).
       01 WS-TIM-T4             PIC 9(7).
       01 WS-TIM-FROM           PIC 9(7).
       01 WS-TIM-DIFF           PIC 9(7).
       01 WS-TIM-PHASE-SW       PIC X.
       01 WS-TIM-START-DATE     PIC X(8).
       01 WS-TIM-START-TIME     PIC X(8).
      *
      *    BATCH TIMING REPORT - SEE 9400-TIMING-PARA.  TABLE22 RUNS
      *    PARALLEL TO TABLE5: FOR EACH CONTROL ENTRY, TONIGHT'S
      *    TIMING ROW (THE LATEST, IF A RESTART LEFT TWO) AND ITS
      *    FIVE MOST RECENT EARLIER RUNS.  CLOCK TIMES ARE HELD AS
      *    MINUTES PAST NOON OF THE BATCH NIGHT, SO A RUN THAT
      *    CROSSES MIDNIGHT STILL COMPARES AND SUBTRACTS STRAIGHT.
      *    TM-PLAN IS THE DURATION THE PROJECTION AND THE PROPOSED
      *    STREAM ASSIGNMENT WORK FROM
       01 TABLE22.
         04 TM-ENT OCCURS 500.
           08 TM-TON-SW         PIC X.
           08 TM-TON-STAMP      PIC X(16).
           08 TM-TON-STIME      PIC X(8).
           08 TM-TON-ETIME      PIC X(8).
           08 TM-TON-START      PIC S9(5).
           08 TM-TON-END        PIC S9(5).
           08 TM-TON-ELAPSED    PIC 9(7).
           08 TM-TON-LOAD       PIC 9(7).
           08 TM-TON-SORT       PIC 9(7).
           08 TM-TON-MERGE      PIC 9(7).
           08 TM-TON-RATE       PIC 9(7).
           08 TM-TON-TRUNC      PIC X.
           08 TM-HCNT           PIC 9.
           08 TM-HIST OCCURS 5.
             12 TM-H-STAMP      PIC X(16).
             12 TM-H-ELAPSED    PIC 9(7).
           08 TM-AVG            PIC 9(7).
           08 TM-PLAN           PIC 9(7).
           08 TM-BASIS          PIC X(12).
           08 TM-SCOPE-SW       PIC X.
           08 TM-INCL-SW        PIC X.
           08 TM-STRM-IX        PIC 9(2).
           08 TM-NEW-IX         PIC 9(2).
           08 TM-PICK-SW        PIC X.
      *    ONE ROW PER STREAM, IN WS-STRM-LIST ORDER
       01 TABLE23.
         04 TS-ENT OCCURS 99.
           08 TS-ENTRIES        PIC 9(3).
           08 TS-RAN            PIC 9(3).
           08 TS-ELAPSED        PIC 9(9).
           08 TS-FIRST          PIC S9(5).
           08 TS-LAST           PIC S9(5).
           08 TS-PLAN           PIC 9(9).
           08 TS-NEW-PLAN       PIC 9(9).
       01 WS-TIM-E              PIC 9(3).
       01 WS-TIM-C              PIC 9(3).
       01 WS-TIM-S              PIC 9(2).
       01 WS-TIM-SMIN           PIC 9(2).
       01 WS-TIM-H              PIC 9.
       01 WS-TIM-HMIN           PIC 9.
       01 WS-TIM-BEST           PIC 9(3).
       01 WS-TIM-SUM            PIC 9(9).
       01 WS-TIM-STAMP          PIC X(16).
       01 WS-TIM-DATE-N         PIC 9(8).
       01 WS-TIM-DAY            PIC 9(7).
       01 WS-TIM-NIGHT          PIC 9(7).
       01 WS-TIM-NIGHT-DATE     PIC 9(8).
       01 WS-TIM-ROW-NIGHT      PIC 9(7).
       01 WS-TIM-OFS            PIC S9(5).
       01 WS-TIM-JOB-OFS        PIC S9(5).
       01 WS-TIM-ANCHOR         PIC S9(5).
       01 WS-TIM-ANCHOR-SW      PIC X.
       01 WS-TIM-WINDOW         PIC X(4).
       01 WS-TIM-WIN-OFS        PIC S9(5).
       01 WS-TIM-FIN            PIC S9(5).
       01 WS-TIM-BATCH-FIN      PIC S9(5).
       01 WS-TIM-BATCH-ACT      PIC S9(5).
       01 WS-TIM-MINS           PIC 9(5).
       01 WS-TIM-CLK-MIN        PIC 9(5).
       01 WS-TIM-CLK-Q          PIC 9(5).
       01 WS-TIM-VS             PIC X(22).
       01 WS-TIM-OVER           PIC Z(4)9.
       01 WS-TIM-SAVE-TAIL      PIC X(4).
       01 WS-TIM-ROWS           PIC 9(7).
       01 WS-TIM-MOVES          PIC 9(3).
       01 WS-TIM-CNT-ED         PIC ZZ9.
       01 WS-TIM-DUR            PIC 9(9).
       01 WS-TIM-LINE           PIC X(132).
      *    A DURATION IN HUNDREDTHS SHOWN AS HHH:MM:SS, A NIGHT
      *    OFFSET SHOWN AS A CLOCK TIME HH:MM
       01 WS-TIM-HMS.
         05 WS-TIM-HMS-H        PIC 9(3).
         05 FILLER              PIC X     VALUE ':'.
         05 WS-TIM-HMS-M        PIC 9(2).
         05 FILLER              PIC X     VALUE ':'.
         05 WS-TIM-HMS-S        PIC 9(2).
       01 WS-TIM-HHMM.
         05 WS-TIM-HHMM-H       PIC 9(2).
         05 FILLER              PIC X     VALUE ':'.
         05 WS-TIM-HHMM-M       PIC 9(2).
      *
      *    TIMING REPORT LINES - ENTRY DETAIL (SECONDS), STREAM
      *    SUMMARY, PROPOSED ASSIGNMENT AND PROPOSED STREAM LOADS
       01 WS-TMR-DTL-HDG.
         05 FILLER              PIC X(6)  VALUE ' ENT'.
         05 FILLER              PIC X(37) VALUE 'INPUT FILE 1'.
         05 FILLER              PIC X(4)  VALUE 'ST'.
         05 FILLER              PIC X(10) VALUE 'START'.
         05 FILLER              PIC X(9)  VALUE 'END'.
         05 FILLER              PIC X(9)  VALUE ' ELAPSED'.
         05 FILLER              PIC X(9)  VALUE '    LOAD'.
         05 FILLER              PIC X(9)  VALUE '    SORT'.
         05 FILLER              PIC X(9)  VALUE '   MERGE'.
         05 FILLER              PIC X(8)  VALUE 'REC/SEC'.
         05 FILLER              PIC X(9)  VALUE 'TRAIL AV'.
         05 FILLER              PIC X(3)  VALUE 'RN'.
         05 FILLER              PIC X(10) VALUE 'NOTE'.
       01 WS-TMR-DTL.
         05 FILLER              PIC X(1).
         05 TMD-ENTRY           PIC ZZ9.
         05 FILLER              PIC X(2).
         05 TMD-INFILE1         PIC X(35).
         05 FILLER              PIC X(2).
         05 TMD-STREAM          PIC X(2).
         05 FILLER              PIC X(2).
         05 TMD-START           PIC X(8).
         05 FILLER              PIC X(2).
         05 TMD-END             PIC X(8).
         05 FILLER              PIC X(1).
         05 TMD-ELAPSED         PIC ZZZZ9.99.
         05 FILLER              PIC X(1).
         05 TMD-LOAD            PIC ZZZZ9.99.
         05 FILLER              PIC X(1).
         05 TMD-SORT            PIC ZZZZ9.99.
         05 FILLER              PIC X(1).
         05 TMD-MERGE           PIC ZZZZ9.99.
         05 FILLER              PIC X(1).
         05 TMD-RATE            PIC ZZZZZZ9.
         05 FILLER              PIC X(1).
         05 TMD-AVG             PIC ZZZZ9.99.
         05 FILLER              PIC X(1).
         05 TMD-RUNS            PIC Z9.
         05 FILLER              PIC X(1).
         05 TMD-NOTE            PIC X(10).
       01 WS-TMR-STR-HDG.
         05 FILLER              PIC X(7)  VALUE ' ST'.
         05 FILLER              PIC X(6)  VALUE 'ENTS'.
         05 FILLER              PIC X(5)  VALUE 'RAN'.
         05 FILLER              PIC X(11) VALUE 'ELAPSED'.
         05 FILLER              PIC X(7)  VALUE 'FIRST'.
         05 FILLER              PIC X(7)  VALUE 'LAST'.
         05 FILLER              PIC X(24) VALUE 'ACTUAL VS WINDOW'.
         05 FILLER              PIC X(11) VALUE 'PLAN LOAD'.
         05 FILLER              PIC X(7)  VALUE 'PROJ'.
         05 FILLER              PIC X(22) VALUE 'PROJECTED VS WINDOW'.
       01 WS-TMR-STR.
         05 FILLER              PIC X(1).
         05 TMS-STREAM          PIC X(2).
         05 FILLER              PIC X(4).
         05 TMS-ENTRIES         PIC ZZ9.
         05 FILLER              PIC X(3).
         05 TMS-RAN             PIC ZZ9.
         05 FILLER              PIC X(2).
         05 TMS-ELAPSED         PIC X(9).
         05 FILLER              PIC X(2).
         05 TMS-FIRST           PIC X(5).
         05 FILLER              PIC X(2).
         05 TMS-LAST            PIC X(5).
         05 FILLER              PIC X(2).
         05 TMS-STATUS          PIC X(22).
         05 FILLER              PIC X(2).
         05 TMS-PLAN            PIC X(9).
         05 FILLER              PIC X(2).
         05 TMS-PFIN            PIC X(5).
         05 FILLER              PIC X(2).
         05 TMS-PSTATUS         PIC X(22).
         05 FILLER              PIC X(25).
       01 WS-TMR-PRP-HDG.
         05 FILLER              PIC X(6)  VALUE ' ENT'.
         05 FILLER              PIC X(37) VALUE 'INPUT FILE 1'.
         05 FILLER              PIC X(26) VALUE 'ENTRY (OUT-PREFIX)'.
         05 FILLER              PIC X(8)  VALUE 'NOW'.
         05 FILLER              PIC X(8)  VALUE 'PROPOSE'.
         05 FILLER              PIC X(10) VALUE 'PLAN SECS'.
         05 FILLER              PIC X(14) VALUE 'BASIS'.
       01 WS-TMR-PRP.
         05 FILLER              PIC X(1).
         05 TMP-ENTRY           PIC ZZ9.
         05 FILLER              PIC X(2).
         05 TMP-INFILE1         PIC X(35).
         05 FILLER              PIC X(2).
         05 TMP-PREFIX          PIC X(24).
         05 FILLER              PIC X(2).
         05 TMP-CUR             PIC X(2).
         05 FILLER              PIC X(6).
         05 TMP-NEW             PIC X(2).
         05 FILLER              PIC X(6).
         05 TMP-PLAN            PIC ZZZZ9.99.
         05 FILLER              PIC X(2).
         05 TMP-BASIS           PIC X(12).
         05 FILLER              PIC X(2).
         05 TMP-MOVE            PIC X(10).
         05 FILLER              PIC X(13).
       01 WS-TMR-PST-HDG.
         05 FILLER              PIC X(7)  VALUE ' ST'.
         05 FILLER              PIC X(13) VALUE 'NOW LOAD'.
         05 FILLER              PIC X(13) VALUE 'PROPOSED'.
         05 FILLER              PIC X(7)  VALUE 'PROJ'.
         05 FILLER              PIC X(22) VALUE 'PROJECTED VS WINDOW'.
       01 WS-TMR-PST.
         05 FILLER              PIC X(1).
         05 TMQ-STREAM          PIC X(2).
         05 FILLER              PIC X(4).
         05 TMQ-CUR             PIC X(9).
         05 FILLER              PIC X(4).
         05 TMQ-NEW             PIC X(9).
         05 FILLER              PIC X(4).
         05 TMQ-FIN             PIC X(5).
         05 FILLER              PIC X(2).
         05 TMQ-VS              PIC X(22).
         05 FILLER              PIC X(70).
      *
      *    RUN-HISTORY TABLE LOADED BACK FROM HISTFILE BY
      *    9300-TREND-PARA - HT-KEY IS THE TWO INPUT-FILE NAMES,
      *    HT-DONE MARKS KEYS ALREADY REPORTED SO EACH ENTRY GETS
           08 AR001-DUP-FLAG    PIC X.
           08 AR001-RC          PIC X.
           08 AR001-3RC         PIC X.
           08 AR001-RK-SW       PIC X.
           08 AR001-RK-GRP      PIC 9(5).
      *
       01 TABLE2.
         04 ARR-INFILE2 OCCURS 1 TO 50000 TIMES DEPENDING ON WS-J.
           08 AR002-SEQ         PIC 9(5).
           08 AR002-FLAG        PIC X.
           08 AR002-DUP-FLAG    PIC X.
           08 AR002-RK-SW       PIC X.
           08 AR002-RK-GRP      PIC 9(5).
      *
       01 TABLE3.
         04 ARR-INFILE3 OCCURS 1 TO 50000 TIMES DEPENDING ON WS-N.
           WHEN WS-INQUIRY-ON
             PERFORM 9600-INQUIRY-PARA THRU
                     9600-INQUIRY-PARA-EXIT
           WHEN WS-PERIOD-ON
             PERFORM 9500-PERIOD-PARA THRU
                     9500-PERIOD-PARA-EXIT
           WHEN WS-DRYRUN-ON
             DISPLAY 'DRY RUN - VALIDATION LISTING ONLY, '
                 'NO ENTRIES RUN'
      *    THE TIMING REPORT READS ONLY HISTORY, SO A DRY RUN AHEAD
      *    OF THE BATCH GIVES THE PROJECTED FINISH FOR TONIGHT
             IF WS-STREAM-ID = SPACES
               PERFORM 9400-TIMING-PARA THRU
                       9400-TIMING-PARA-EXIT
             END-IF
           WHEN WS-PREFLIGHT-FAILED
             DISPLAY 'PRE-FLIGHT FAILED - NO ENTRIES RUN'
           WHEN OTHER
                      WS-FS16 WS-FS17 WS-FS18
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LATE-CLOCK FROM TIME
           COMPUTE WS-LATE-START-MIN = WS-LATE-HH * 60 + WS-LATE-MM
      *
      *    A STREAM INSTANCE IS LAUNCHED WITH ITS STREAM ID IN THE
      *    COMPARE-STREAM ENVIRONMENT VARIABLE - IT PROCESSES ONLY
      *
           MOVE 0 TO WS-GT-ENTRY-CNT WS-GT-MATCH-CNT
                     WS-GT-UNMATCH1-CNT WS-GT-UNMATCH2-CNT
                     WS-GT-CHANGE-CNT WS-GT-REKEY-CNT
      *
           OPEN INPUT CTLFILE
           EVALUATE TRUE
                  '.txt'              DELIMITED BY SIZE
             INTO WS-HISTFILE-NAME
           END-STRING
           MOVE SPACES TO WS-TIMHFILE-NAME
           STRING '/home/virtual/Desktop/compare_timehist'
                                      DELIMITED BY SIZE
                  WS-STRM-TAIL        DELIMITED BY SPACE
                  '.txt'              DELIMITED BY SIZE
             INTO WS-TIMHFILE-NAME
           END-STRING
           MOVE SPACES TO WS-OPNFILE-NAME
           STRING '/home/virtual/Desktop/compare_openitems'
                                      DELIMITED BY SIZE
                  '.dat'              DELIMITED BY SIZE
             INTO WS-RESFILE-NAME
           END-STRING
           MOVE WS-RESFILE-NAME TO WS-RESWFILE-NAME
           MOVE SPACES TO WS-PKSFILE-NAME
           STRING '/home/virtual/Desktop/compare_pktspool'
                                      DELIMITED BY SIZE
                  WS-STRM-TAIL        DELIMITED BY SPACE
                  '.txt'              DELIMITED BY SIZE
             INTO WS-PKSFILE-NAME
           END-STRING
           MOVE SPACES TO WS-CSPFILE-NAME
           STRING '/home/virtual/Desktop/compare_collspool'
                                      DELIMITED BY SIZE
                  WS-STRM-TAIL        DELIMITED BY SPACE
                  '.txt'              DELIMITED BY SIZE
             INTO WS-CSPFILE-NAME
           END-STRING.
       1010-BUILD-JOBNAMES-PARA-EXIT.
           EXIT.
      ******************************************************************
                           TO CE-UNMATCH2-CNT(EST-ENTRY)
                         MOVE EST-CHANGE-CNT
                           TO CE-CHANGE-CNT(EST-ENTRY)
                         MOVE EST-REKEY-CNT
                           TO CE-REKEY-CNT(EST-ENTRY)
      *    AN ENTRY THE FIRST ATTEMPT ABANDONED (BAD DATA) IS STILL
      *    SKIPPED - RERUNNING THE SAME BAD EXTRACT CANNOT HELP -
      *    BUT ITS SEVERITY AND DISPOSITION MUST SURVIVE INTO THIS
           WHEN OTHER
             DISPLAY 'RUN HISTORY NOT OPEN ' WS-FS22
           END-EVALUATE
      *
           OPEN EXTEND TIMHFILE
           EVALUATE TRUE
           WHEN F46-SUCCESS
             DISPLAY 'RUN TIMINGS OPEN'
           WHEN WS-FS46 = 05
             DISPLAY 'RUN TIMINGS OPEN'
           WHEN OTHER
             DISPLAY 'RUN TIMINGS NOT OPEN ' WS-FS46
           END-EVALUATE
      *
           IF WS-JOBRESTART-ON
             OPEN EXTEND REJFILE
             DISPLAY 'KEY WORK FILE OPEN'
           WHEN OTHER
             DISPLAY 'KEY WORK FILE NOT OPEN ' WS-FS35
           END-EVALUATE
      *
           IF WS-JOBRESTART-ON
             OPEN EXTEND PKSFILE
           ELSE
             OPEN OUTPUT PKSFILE
           END-IF
           EVALUATE TRUE
           WHEN F41-SUCCESS
             MOVE 'Y' TO WS-PKS-OPEN-SW
             DISPLAY 'PACKET SPOOL OPEN'
           WHEN OTHER
             DISPLAY 'PACKET SPOOL NOT OPEN ' WS-FS41
           END-EVALUATE.
       1050-OPEN-REPORTS-PARA-EXIT.
           EXIT.
                   SET WS-MERGE-ON TO TRUE
                   DISPLAY 'STREAM-MERGE MARKER FOUND IN CONTROL '
                       'FILE'
      *    PERIOD MODE - LIKE THE COORDINATOR, THE REST OF THE
      *    CONTROL FILE IS READ FOR ITS ENTRIES AND STREAM IDS
                 WHEN WS-CTLCNT = 0 AND WS-PERIOD-SW = 'N'
                  AND CTL-INFILE1(1:8) = '*PERIOD*'
                   SET WS-PERIOD-ON TO TRUE
                   MOVE CTL-INFILE2(1:8) TO WS-PER-FROM
                   MOVE CTL-INFILE3(1:8) TO WS-PER-TO
                   DISPLAY 'PERIOD-REPORT MARKER FOUND IN CONTROL '
                       'FILE'
                 WHEN WS-CTLCNT = 0 AND WS-INQUIRY-SW = 'N'
                  AND CTL-INFILE1(1:9) = '*INQUIRY*'
                   SET WS-INQUIRY-ON TO TRUE
                       TO WS-STRM-NUM(WS-STRMCNT)
                   END-IF
                   MOVE CTL-FREQ       TO CE-FREQ(WS-CTLCNT)
                   MOVE CTL-CUTOFF     TO CE-CUTOFF(WS-CTLCNT)
                   MOVE 'N'            TO CE-WAIT-SW(WS-CTLCNT)
                   MOVE 'Y'            TO CE-DUE-SW(WS-CTLCNT)
                   MOVE 'Y' TO CE-VALID-SW(WS-CTLCNT)
                   MOVE 'N' TO CE-DONE-SW(WS-CTLCNT)
                   MOVE 0 TO CE-UNMATCH1-CNT(WS-CTLCNT)
                   MOVE 0 TO CE-UNMATCH2-CNT(WS-CTLCNT)
                   MOVE 0 TO CE-CHANGE-CNT(WS-CTLCNT)
                   MOVE 0 TO CE-REKEY-CNT(WS-CTLCNT)
                   MOVE 0 TO CE-SENS-CNT(WS-CTLCNT)
                 END-EVALUATE
             END-READ
           END-PERFORM
      *    A STREAM INSTANCE VALIDATES ONLY ITS OWN ENTRIES - A
      *    TYPO IN ANOTHER STREAM'S ENTRY IS THAT STREAM'S PROBLEM
      *    AND MUST NOT HOLD THIS ONE.  THE COORDINATOR PASS
      *    VALIDATES NOTHING, IT ONLY MERGES, AND NEITHER DOES THE
      *    PERIOD REPORT, WHICH ONLY READS HISTORY
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-CTLCNT
             ADD 1 TO WS-C1
             IF WS-MERGE-SW = 'N' AND WS-PERIOD-SW = 'N'
              AND (WS-STREAM-ID = SPACES
               OR CE-STREAM(WS-C1) = WS-STREAM-ID)
      *    AN ENTRY NOT DUE TONIGHT IS NOT VALIDATED - ITS INPUT
      *    WAS NEVER EXPECTED, SO A MISSING FILE IS NOT A PROBLEM.
      *    AN ENTRY THAT IS DUE STILL FAILS LOUDLY ON A MISSING
      *    FILE, WHICH IS THE WHOLE POINT: "LATE" AND "NOT
      *    EXPECTED" ARE DIFFERENT THINGS - UNLESS IT CARRIES AN
      *    ARRIVAL CUTOFF, WHEN IT WAITS FOR THE FILE INSTEAD
               PERFORM 1115-ENTRY-DUE-PARA THRU
                       1115-ENTRY-DUE-PARA-EXIT
               IF CE-DUE-SW(WS-C1) = 'Y'
      *    IS LISTED, NOT JUST THE FIRST, SO ONE PRE-FLIGHT PASS
      *    SHOWS EVERYTHING THAT NEEDS FIXING
       1110-PREFLIGHT-ENTRY-PARA.
      *    THE ARRIVAL CUTOFF IS BLANK OR A REAL HHMM.  WITH ONE, AN
      *    INPUT NOT THERE YET IS NOTED RATHER THAN FAILED, AND THE
      *    ENTRY WAITS FOR IT IF NOTHING ELSE IS WRONG
           MOVE 'N' TO WS-LATE-MISS-SW
           IF CE-CUTOFF(WS-C1) NOT = SPACES
             IF CE-CUTOFF(WS-C1) NOT NUMERIC
              OR CE-CUTOFF(WS-C1)(1:2) > '23'
              OR CE-CUTOFF(WS-C1)(3:2) > '59'
               DISPLAY 'ENTRY ' WS-C1 ' INVALID ARRIVAL CUTOFF '
                   CE-CUTOFF(WS-C1)
               MOVE 'N' TO CE-VALID-SW(WS-C1)
             END-IF
           END-IF
      *
           MOVE FUNCTION TRIM(CE-INFILE1(WS-C1)) TO WS-PRBFILE-NAME
           INITIALIZE WS-FS24
           OPEN INPUT PRBFILE
           EVALUATE TRUE
           WHEN F24-SUCCESS
             CLOSE PRBFILE
           WHEN CE-CUTOFF(WS-C1) NOT = SPACES
             DISPLAY 'ENTRY ' WS-C1 ' INFILE1 NOT ARRIVED YET '
                 WS-PRBFILE-NAME
             MOVE 'Y' TO WS-LATE-MISS-SW
           WHEN OTHER
             DISPLAY 'ENTRY ' WS-C1 ' INFILE1 NOT READABLE ' WS-FS24
                 ' ' WS-PRBFILE-NAME
             MOVE 'N' TO CE-VALID-SW(WS-C1)
           END-EVALUATE
      *
      *    '@PREV' RESOLVES TO THE NEWEST ARCHIVED GENERATION OF
      *    THIS ENTRY'S INPUT OLDER THAN TONIGHT - AN ENTRY WITH NO
               TO WS-PRBFILE-NAME
             INITIALIZE WS-FS24
             OPEN INPUT PRBFILE
             EVALUATE TRUE
             WHEN F24-SUCCESS
               CLOSE PRBFILE
             WHEN CE-CUTOFF(WS-C1) NOT = SPACES
               DISPLAY 'ENTRY ' WS-C1 ' INFILE2 NOT ARRIVED YET '
                   WS-PRBFILE-NAME
               MOVE 'Y' TO WS-LATE-MISS-SW
             WHEN OTHER
               DISPLAY 'ENTRY ' WS-C1 ' INFILE2 NOT READABLE '
                   WS-FS24 ' ' WS-PRBFILE-NAME
               MOVE 'N' TO CE-VALID-SW(WS-C1)
             END-EVALUATE
           END-IF
      *
      *    THE THREE-WAY BASELINE MAY ALSO BE '@PREV' - IT RESOLVES
                 CE-STREAM(WS-C1)
             MOVE 'N' TO CE-VALID-SW(WS-C1)
           END-IF
      *
           PERFORM 1120-PREFLIGHT-MASK-PARA THRU
                   1120-PREFLIGHT-MASK-PARA-EXIT
      *
           MOVE 0 TO WS-C2
           PERFORM UNTIL WS-C2 >= WS-C1 - 1
      *
           IF CE-VALID-SW(WS-C1) = 'N'
             MOVE 'F' TO WS-PREFLIGHT-SW
           ELSE
             IF WS-LATE-MISS-SW = 'Y'
               MOVE 'Y' TO CE-WAIT-SW(WS-C1)
               DISPLAY 'ENTRY ' WS-C1 ' WILL WAIT FOR ITS INPUT UNTIL '
                   'CUTOFF ' CE-CUTOFF(WS-C1)
             END-IF
           END-IF
      *
      *    DRY RUN - ALSO LIST THE FILE NAMES THIS ENTRY RESOLVES
           END-IF.
       1110-PREFLIGHT-ENTRY-PARA-EXIT.
           EXIT.
      *
      *    SENSITIVE FIELDS - EVERY DICTIONARY ROW FLAGGED DCT-SENS-SW
      *    MUST BE ONE THE MASKING CAN ACTUALLY REACH, OR SOME OUTPUT
      *    WOULD PRINT IT IN CLEAR.  THE ENTRY IS REFUSED WHEN A
      *    SENSITIVE ROW IS MALFORMED OR OUTSIDE THE RECORD (1180
      *    WOULD SKIP IT), FALLS PAST THE 50-FIELD LIMIT, OR OVERLAPS
      *    THE ENAME IN COLUMNS 1-5 OR A MATCH-KEY RANGE - THE KEY IS
      *    PRINTED AS-IS ON EVERY REPORT LINE, THE AGING, DUPLICATE
      *    AND COLLISION REPORTS, AND IS THE RESULTS MASTER'S OWN
      *    KEY.  THE ROWS ARE COUNTED EXACTLY AS 1180 KEEPS THEM AND
      *    THE SENSITIVE COUNT IS SAVED ON THE ENTRY, SO THE RUN CAN
      *    PROVE IT LOADED EVERY ONE OF THEM.  AN UNREADABLE
      *    DICTIONARY WAS ALREADY FAILED BY THE PROBE ABOVE
       1120-PREFLIGHT-MASK-PARA.
           MOVE 0 TO CE-SENS-CNT(WS-C1)
           IF CE-DICT-FILE(WS-C1) = SPACES
             GO TO 1120-PREFLIGHT-MASK-PARA-EXIT
           END-IF
           MOVE FUNCTION TRIM(CE-DICT-FILE(WS-C1)) TO WS-DICTFILE-NAME
           INITIALIZE WS-FS29
           OPEN INPUT DICTFILE
           IF NOT F29-SUCCESS
             GO TO 1120-PREFLIGHT-MASK-PARA-EXIT
           END-IF
           MOVE 0 TO WS-PF-KEPT
           PERFORM UNTIL F29-EOF
             READ DICTFILE
               AT END
                 SET F29-EOF TO TRUE
               NOT AT END
                 PERFORM 1125-PREFLIGHT-SENS-ROW-PARA THRU
                         1125-PREFLIGHT-SENS-ROW-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE DICTFILE.
       1120-PREFLIGHT-MASK-PARA-EXIT.
           EXIT.
      *
      *    ONE DICTIONARY ROW - WOULD 1180 KEEP IT, AND IF IT IS
      *    SENSITIVE, CAN IT BE MASKED EVERYWHERE
       1125-PREFLIGHT-SENS-ROW-PARA.
           IF DCT-FLDNAME = SPACES
             GO TO 1125-PREFLIGHT-SENS-ROW-PARA-EXIT
           END-IF
           IF WS-PF-KEPT = 50
             IF DCT-SENS-SW = 'Y'
               DISPLAY 'ENTRY ' WS-C1 ' SENSITIVE FIELD '
                   DCT-FLDNAME ' IS PAST THE 50-FIELD DICTIONARY '
                   'LIMIT - IT WOULD PRINT UNMASKED'
               MOVE 'N' TO CE-VALID-SW(WS-C1)
             END-IF
             GO TO 1125-PREFLIGHT-SENS-ROW-PARA-EXIT
           END-IF
           MOVE 'N' TO WS-PF-KEEP-SW
           IF DCT-START IS NUMERIC AND DCT-LEN IS NUMERIC
            AND (DCT-TYPE = 'N' OR DCT-TYPE = 'C')
             MOVE DCT-START TO WS-PF-START
             MOVE DCT-LEN   TO WS-PF-LEN
             COMPUTE WS-PF-END = WS-PF-START + WS-PF-LEN - 1
             IF WS-PF-START NOT < 1 AND WS-PF-LEN NOT < 1
              AND WS-PF-END NOT > WS-LRECL
               MOVE 'Y' TO WS-PF-KEEP-SW
               ADD 1 TO WS-PF-KEPT
             END-IF
           END-IF
           IF DCT-SENS-SW NOT = 'Y'
             GO TO 1125-PREFLIGHT-SENS-ROW-PARA-EXIT
           END-IF
           IF WS-PF-KEEP-SW = 'N'
             DISPLAY 'ENTRY ' WS-C1 ' SENSITIVE FIELD ' DCT-FLDNAME
                 ' IS MALFORMED OR OUTSIDE THE RECORD - IT WOULD '
                 'PRINT UNMASKED'
             MOVE 'N' TO CE-VALID-SW(WS-C1)
             GO TO 1125-PREFLIGHT-SENS-ROW-PARA-EXIT
           END-IF
           IF WS-PF-START NOT > 5
             DISPLAY 'ENTRY ' WS-C1 ' SENSITIVE FIELD ' DCT-FLDNAME
                 ' OVERLAPS THE ENAME IN COLUMNS 1-5 - KEYS PRINT '
                 'UNMASKED'
             MOVE 'N' TO CE-VALID-SW(WS-C1)
             GO TO 1125-PREFLIGHT-SENS-ROW-PARA-EXIT
           END-IF
           MOVE 0 TO WS-G
           PERFORM UNTIL WS-G = 4
             ADD 1 TO WS-G
             IF CE-KEY-SPEC(WS-C1)((WS-G * 6) - 5 : 6) IS NUMERIC
               MOVE CE-KEY-SPEC(WS-C1)((WS-G * 6) - 5 : 3)
                 TO WS-KS-START
               MOVE CE-KEY-SPEC(WS-C1)((WS-G * 6) - 2 : 3)
                 TO WS-KS-END
               IF WS-PF-START NOT > WS-KS-END
                AND WS-PF-END NOT < WS-KS-START
                 DISPLAY 'ENTRY ' WS-C1 ' SENSITIVE FIELD '
                     DCT-FLDNAME ' OVERLAPS KEY RANGE '
                     CE-KEY-SPEC(WS-C1)((WS-G * 6) - 5 : 6)
                     ' - KEYS PRINT UNMASKED'
                 MOVE 'N' TO CE-VALID-SW(WS-C1)
                 GO TO 1125-PREFLIGHT-SENS-ROW-PARA-EXIT
               END-IF
             END-IF
           END-PERFORM
           ADD 1 TO CE-SENS-CNT(WS-C1).
       1125-PREFLIGHT-SENS-ROW-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    IS THE ENTRY AT WS-C1 DUE TONIGHT - ANSWERED IN ITS
      *    CE-DUE-SW FROM ITS FREQUENCY AND THE PROCESSING
           MOVE 0 TO WS-I WS-J WS-N WS-K WS-L WS-M
                     WS-P WS-Q WS-R WS-S WS-T
                     WS-MATCH-CNT WS-UNMATCH1-CNT WS-UNMATCH2-CNT
                     WS-CHANGE-CNT WS-REKEY-CNT WS-REKEY-AMB-CNT
                     WS-CKPT-I WS-CKPT-J WS-CKPT-N
      *
           MOVE 'N' TO WS-3WAY-SW
               TO WS-DICTFILE-NAME
           END-IF
           PERFORM 1170-LOAD-DICT-PARA THRU
                   1170-LOAD-DICT-PARA-EXIT
      *    PRE-FLIGHT PROVED EVERY SENSITIVE FIELD MASKABLE.  IF THE
      *    DICTIONARY HAS SINCE BECOME UNREADABLE, OR ITS SENSITIVE
      *    ROWS NO LONGER LOAD AS COUNTED, THE ENTRY IS ABANDONED AT
      *    OPEN (3000) RATHER THAN RISK PRINTING A FIELD IN CLEAR
           IF WS-SENSCNT NOT = CE-SENS-CNT(WS-C1)
             DISPLAY 'ENTRY ' WS-C1 ' LOADED ' WS-SENSCNT
                 ' SENSITIVE FIELDS, PRE-FLIGHT PROVED '
                 CE-SENS-CNT(WS-C1) ' - ENTRY ABANDONED'
             MOVE 'Y' TO WS-OPENFAIL-SW
           END-IF.
       1150-RESET-RUN-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    MERGE KEEPS ITS CLASSIC WHOLE-RECORD COMPARE
       1170-LOAD-DICT-PARA.
           MOVE 0 TO WS-DICTCNT
           MOVE 0 TO WS-EFF-START
           MOVE 0 TO WS-SENSCNT
           IF WS-DICTFILE-NAME = SPACES
             GO TO 1170-LOAD-DICT-PARA-EXIT
           END-IF
           MOVE DCT-LEN     TO DC-LEN(WS-DICTCNT)
           MOVE DCT-TYPE    TO DC-TYPE(WS-DICTCNT)
           MOVE 0           TO DC-TOL(WS-DICTCNT)
           MOVE 'N'         TO DC-VOL-SW(WS-DICTCNT)
           IF DCT-VOL-SW = 'Y'
             MOVE 'Y' TO DC-VOL-SW(WS-DICTCNT)
           END-IF
           IF DCT-TYPE = 'N' AND DCT-TOL IS NUMERIC
             MOVE DCT-TOL TO DC-TOL(WS-DICTCNT)
           END-IF
             DISPLAY 'DICTIONARY FIELD ' DCT-FLDNAME
                 ' OUTSIDE THE RECORD - SKIPPED'
             SUBTRACT 1 FROM WS-DICTCNT
             GO TO 1180-PARSE-DICT-PARA-EXIT
           END-IF
           MOVE 'N' TO DC-SENS-SW(WS-DICTCNT)
           IF DCT-SENS-SW = 'Y'
             MOVE 'Y' TO DC-SENS-SW(WS-DICTCNT)
             ADD 1 TO WS-SENSCNT
           END-IF
           MOVE 'N' TO DC-PRF-LIM-SW(WS-DICTCNT)
           MOVE 0   TO DC-PRF-LIMIT(WS-DICTCNT)
           EVALUATE TRUE
           WHEN DCT-PRF-LIMIT = SPACES
             CONTINUE
           WHEN DCT-PRF-LIMIT IS NUMERIC
             MOVE 'Y' TO DC-PRF-LIM-SW(WS-DICTCNT)
             MOVE DCT-PRF-LIMIT TO DC-PRF-LIMIT(WS-DICTCNT)
           WHEN OTHER
             DISPLAY 'DICTIONARY FIELD ' DCT-FLDNAME
                 ' PROFILE SHIFT LIMIT NOT NUMERIC - NOT USED'
           END-EVALUATE
      *    AN EFFECTIVE DATE IS A FULL YYYYMMDD OR IT IS IGNORED
           IF DCT-EFF-SW = 'Y'
             IF DC-LEN(WS-DICTCNT) = 8
               MOVE DC-START(WS-DICTCNT) TO WS-EFF-START
             ELSE
               DISPLAY 'DICTIONARY FIELD ' DCT-FLDNAME
                   ' IS NOT AN 8-BYTE DATE - NOT USED AS THE '
                   'EFFECTIVE DATE'
             END-IF
           END-IF.
       1180-PARSE-DICT-PARA-EXIT.
           EXIT.
              OR CE-STREAM(WS-C1) = WS-STREAM-ID
               PERFORM 2010-DISPATCH-ENTRY-PARA THRU
                       2010-DISPATCH-ENTRY-PARA-EXIT
      *    BETWEEN ENTRIES, LOOK AGAIN FOR ANY INPUT STILL AWAITED
               IF WS-WAITCNT > 0
                 PERFORM 2040-LATE-CHECK-PARA THRU
                         2040-LATE-CHECK-PARA-EXIT
               END-IF
             END-IF
           END-PERFORM
           PERFORM 2050-LATE-WAIT-PARA THRU
                   2050-LATE-WAIT-PARA-EXIT.
      *
       2000-PROCESS-PARA-EXIT.
           EXIT.
                     2020-NOTDUE-PARA-EXIT
             GO TO 2010-DISPATCH-ENTRY-PARA-EXIT
           END-IF
      *    AN ENTRY WHOSE INPUT HAD NOT LANDED AT PRE-FLIGHT WAITS
      *    FOR IT - 2040-LATE-CHECK-PARA RUNS IT WHEN THE FILES
      *    ARRIVE OR DECLARES IT LATE AT ITS CUTOFF.  A PRIOR
      *    ATTEMPT'S VERDICT STILL STANDS, SO ONLY AN ENTRY NOT YET
      *    JUDGED WAITS
           IF CE-WAIT-SW(WS-C1) = 'Y'
             IF CE-DONE-SW(WS-C1) = 'Y' OR CE-DONE-SW(WS-C1) = 'A'
               MOVE 'N' TO CE-WAIT-SW(WS-C1)
             ELSE
               MOVE 'D' TO CE-WAIT-SW(WS-C1)
               ADD 1 TO WS-WAITCNT
               DISPLAY 'ENTRY ' WS-C1 ' DEFERRED - INPUT NOT ARRIVED,'
                   ' CUTOFF ' CE-CUTOFF(WS-C1)
               GO TO 2010-DISPATCH-ENTRY-PARA-EXIT
             END-IF
           END-IF
           IF CE-DONE-SW(WS-C1) = 'Y' OR CE-DONE-SW(WS-C1) = 'A'
      *    PROCESSED BY THE PRIOR ATTEMPT - ITS OUTPUTS AND REPORT
      *    LINES ALREADY EXIST, SO IT IS NOT RERUN.  ITS
               ADD CE-UNMATCH1-CNT(WS-C1)  TO WS-GT-UNMATCH1-CNT
               ADD CE-UNMATCH2-CNT(WS-C1)  TO WS-GT-UNMATCH2-CNT
               ADD CE-CHANGE-CNT(WS-C1)    TO WS-GT-CHANGE-CNT
               ADD CE-REKEY-CNT(WS-C1)     TO WS-GT-REKEY-CNT
               IF CE-ARCH-SW(WS-C1) = 'Y'
                 PERFORM 1150-RESET-RUN-PARA THRU
                         1150-RESET-RUN-PARA-EXIT
               MOVE WS-RUN-DATE TO EST-RUN-DATE
               MOVE 0 TO EST-MATCH-CNT EST-UNMATCH1-CNT
                         EST-UNMATCH2-CNT EST-CHANGE-CNT
                         EST-REKEY-CNT
               WRITE FS-ENTSTFILE
               PERFORM 2100-RUN-ENTRY-PARA THRU
                       2100-RUN-ENTRY-PARA-EXIT
               MOVE WS-UNMATCH1-CNT TO EST-UNMATCH1-CNT
               MOVE WS-UNMATCH2-CNT TO EST-UNMATCH2-CNT
               MOVE WS-CHANGE-CNT   TO EST-CHANGE-CNT
               MOVE WS-REKEY-CNT    TO EST-REKEY-CNT
               WRITE FS-ENTSTFILE
               IF WS-ARCH-ON
                 PERFORM 8600-ARCHIVE-INPUT-PARA THRU
           MOVE 0 TO SUM-REC-CNT1 SUM-REC-CNT2 SUM-MATCH-CNT
                     SUM-UNMATCH1-CNT SUM-UNMATCH2-CNT
                     SUM-SUPP-CNT1 SUM-SUPP-CNT2 SUM-CHANGE-CNT
                     SUM-REKEY-CNT
           MOVE 'N' TO SUM-TRUNC-SW
           MOVE 'N' TO SUM-HELD-SW
           MOVE 'Y' TO SUM-NOTDUE-SW
           MOVE 'N' TO SUM-LATE-SW
           WRITE FS-SUMFILE
      *    THE HISTORY GETS A MARKER ROW TOO, SO THE PERIOD REPORT
      *    CAN TELL "NOT EXPECTED" NIGHTS FROM NIGHTS NOT RUN
           MOVE SUM-RUN-DATE     TO HIST-RUN-DATE
           MOVE SUM-RUN-TIME     TO HIST-RUN-TIME
           MOVE CE-INFILE1(WS-C1) TO HIST-INFILE1-NAME
           MOVE CE-INFILE2(WS-C1) TO HIST-INFILE2-NAME
           MOVE 0 TO HIST-REC-CNT1 HIST-REC-CNT2 HIST-MATCH-CNT
                     HIST-UNMATCH1-CNT HIST-UNMATCH2-CNT
           MOVE 'N'              TO HIST-TRUNC-SW HIST-HELD-SW
           MOVE 'Y'              TO HIST-NOTDUE-SW
           MOVE SPACES           TO FS-HISTFILE(165:2)
           WRITE FS-HISTFILE
           MOVE WS-C1 TO WS-PKT-ENTRY
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ENTRY NOT DUE TONIGHT ('  DELIMITED BY SIZE
                  CE-FREQ(WS-C1)             DELIMITED BY SIZE
                   8200-RPT-WRITE-PARA-EXIT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 0 TO WS-PKT-ENTRY.
       2020-NOTDUE-PARA-EXIT.
           EXIT.
      *
      *    DECLARE THE WAITING ENTRY AT WS-C1 LATE - ITS CUTOFF HAS
      *    PASSED AND ITS INPUT STILL HAS NOT LANDED.  LATE IS NOT
      *    ABANDONED: NOTHING WAS READ AND NOTHING WAS WRITTEN, SO
      *    NO ENTRY-STATUS ROW IS LEFT AND A RERUN ONCE THE FILE
      *    ARRIVES SIMPLY RUNS IT
       2030-LATE-PARA.
           MOVE 'L' TO CE-WAIT-SW(WS-C1)
           ADD 1 TO WS-ENTRIES-LATE
           DISPLAY 'ENTRY ' WS-C1 ' LATE - INPUT NOT ARRIVED BY '
               'CUTOFF ' CE-CUTOFF(WS-C1)
           MOVE 8 TO WS-RC-CAND
           PERFORM 8300-RAISE-RC-PARA THRU
                   8300-RAISE-RC-PARA-EXIT
           ACCEPT SUM-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SUM-RUN-TIME FROM TIME
           MOVE CE-INFILE1(WS-C1) TO SUM-INFILE1-NAME
           MOVE CE-INFILE2(WS-C1) TO SUM-INFILE2-NAME
           MOVE 0 TO SUM-REC-CNT1 SUM-REC-CNT2 SUM-MATCH-CNT
                     SUM-UNMATCH1-CNT SUM-UNMATCH2-CNT
                     SUM-SUPP-CNT1 SUM-SUPP-CNT2 SUM-CHANGE-CNT
                     SUM-REKEY-CNT
           MOVE 'N' TO SUM-TRUNC-SW
           MOVE 'N' TO SUM-HELD-SW
           MOVE 'N' TO SUM-NOTDUE-SW
           MOVE 'Y' TO SUM-LATE-SW
           WRITE FS-SUMFILE
           MOVE WS-C1 TO WS-PKT-ENTRY
           MOVE SPACES TO WS-RPT-LINE
           STRING '** ENTRY LATE - INPUT NOT ARRIVED BY CUTOFF '
                                             DELIMITED BY SIZE
                  CE-CUTOFF(WS-C1)           DELIMITED BY SIZE
                  ' ** - '                   DELIMITED BY SIZE
                  CE-INFILE1(WS-C1)          DELIMITED BY SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 0 TO WS-PKT-ENTRY.
       2030-LATE-PARA-EXIT.
           EXIT.
      *
      *    LOOK AGAIN AT EVERY ENTRY DEFERRED FOR ITS INPUT -
      *    ONE WHOSE FILES HAVE LANDED RUNS NOW, ONE PAST ITS
      *    CUTOFF IS DECLARED LATE.  WS-LATE-SOONEST COMES BACK AS
      *    THE MINUTES LEFT TO THE NEAREST CUTOFF STILL AHEAD.  THE
      *    CALLER'S WS-C1 IS PUT BACK AFTERWARDS
       2040-LATE-CHECK-PARA.
           MOVE WS-C1 TO WS-LATE-SAVE-C1
           MOVE 9999 TO WS-LATE-SOONEST
           MOVE 0 TO WS-LATE-C
           PERFORM UNTIL WS-LATE-C = WS-CTLCNT
             ADD 1 TO WS-LATE-C
             IF CE-WAIT-SW(WS-LATE-C) = 'D'
               MOVE WS-LATE-C TO WS-C1
               PERFORM 2042-LATE-PROBE-PARA THRU
                       2042-LATE-PROBE-PARA-EXIT
               IF WS-LATE-ARRIVED-SW = 'Y'
                 MOVE 'N' TO CE-WAIT-SW(WS-C1)
                 SUBTRACT 1 FROM WS-WAITCNT
                 DISPLAY 'ENTRY ' WS-C1 ' INPUT HAS ARRIVED - '
                     'RUNNING'
                 PERFORM 2010-DISPATCH-ENTRY-PARA THRU
                         2010-DISPATCH-ENTRY-PARA-EXIT
               ELSE
                 PERFORM 2045-LATE-LEFT-PARA THRU
                         2045-LATE-LEFT-PARA-EXIT
                 IF WS-LATE-LEFT > 0
                   IF WS-LATE-LEFT < WS-LATE-SOONEST
                     MOVE WS-LATE-LEFT TO WS-LATE-SOONEST
                   END-IF
                 ELSE
                   SUBTRACT 1 FROM WS-WAITCNT
                   PERFORM 2030-LATE-PARA THRU
                           2030-LATE-PARA-EXIT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-LATE-SAVE-C1 TO WS-C1.
       2040-LATE-CHECK-PARA-EXIT.
           EXIT.
      *
      *    ARE THE WAITING ENTRY'S INPUTS THERE YET?  THE SAME
      *    PROBES PRE-FLIGHT MADE - AN @PREV GENERATION WAS ALREADY
      *    PROVED THEN AND IS NOT SOMETHING THAT ARRIVES
       2042-LATE-PROBE-PARA.
           MOVE 'Y' TO WS-LATE-ARRIVED-SW
           MOVE FUNCTION TRIM(CE-INFILE1(WS-C1)) TO WS-PRBFILE-NAME
           INITIALIZE WS-FS24
           OPEN INPUT PRBFILE
           IF F24-SUCCESS
             CLOSE PRBFILE
           ELSE
             MOVE 'N' TO WS-LATE-ARRIVED-SW
           END-IF
           IF CE-INFILE2(WS-C1)(1:5) NOT = '@PREV'
             MOVE FUNCTION TRIM(CE-INFILE2(WS-C1))
               TO WS-PRBFILE-NAME
             INITIALIZE WS-FS24
             OPEN INPUT PRBFILE
             IF F24-SUCCESS
               CLOSE PRBFILE
             ELSE
               MOVE 'N' TO WS-LATE-ARRIVED-SW
             END-IF
           END-IF.
       2042-LATE-PROBE-PARA-EXIT.
           EXIT.
      *
      *    MINUTES LEFT BEFORE THE CUTOFF OF THE ENTRY AT WS-C1,
      *    ZERO OR LESS ONCE IT HAS PASSED.  THE WINDOW RUNS ACROSS
      *    MIDNIGHT, SO EVERYTHING IS MEASURED FROM THE JOB'S START:
      *    A CUTOFF EARLIER ON THE CLOCK THAN THE START IS TOMORROW
      *    MORNING'S.  ONE MORE THAN 12 HOURS AWAY CAN ONLY BE THIS
      *    MORNING'S, ALREADY BEHIND A RERUN STARTED AFTER IT, AND
      *    COUNTS AS PASSED
       2045-LATE-LEFT-PARA.
           MOVE CE-CUTOFF(WS-C1) TO WS-LATE-CLOCK
           COMPUTE WS-LATE-DEADLINE =
             (WS-LATE-HH * 60 + WS-LATE-MM) - WS-LATE-START-MIN
           IF WS-LATE-DEADLINE < 0
             ADD 1440 TO WS-LATE-DEADLINE
           END-IF
           IF WS-LATE-DEADLINE > 720
             MOVE 0 TO WS-LATE-DEADLINE
           END-IF
           ACCEPT WS-LATE-CLOCK FROM TIME
           COMPUTE WS-LATE-ELAPSED =
             (WS-LATE-HH * 60 + WS-LATE-MM) - WS-LATE-START-MIN
           IF WS-LATE-ELAPSED < 0
             ADD 1440 TO WS-LATE-ELAPSED
           END-IF
           COMPUTE WS-LATE-LEFT = WS-LATE-DEADLINE - WS-LATE-ELAPSED.
       2045-LATE-LEFT-PARA-EXIT.
           EXIT.
      *
      *    EVERY OTHER ENTRY HAS RUN - WAIT FOR THE ONES STILL
      *    MISSING THEIR INPUT, LOOKING AGAIN EVERY FEW MINUTES BUT
      *    NEVER SLEEPING PAST THE NEAREST CUTOFF, UNTIL EACH HAS
      *    EITHER RUN OR BEEN DECLARED LATE
       2050-LATE-WAIT-PARA.
           PERFORM UNTIL WS-WAITCNT = 0
             COMPUTE WS-LATE-SLEEP = WS-LATE-SOONEST * 60
             IF WS-LATE-SLEEP > WS-LATE-POLL-SECS
               MOVE WS-LATE-POLL-SECS TO WS-LATE-SLEEP
             END-IF
             IF WS-LATE-SLEEP < 60
               MOVE 60 TO WS-LATE-SLEEP
             END-IF
             DISPLAY 'WAITING FOR ' WS-WAITCNT ' ENTRIES'' INPUT - '
                 'NEXT LOOK IN ' WS-LATE-SLEEP ' SECONDS'
             CALL 'C$SLEEP' USING WS-LATE-SLEEP
             PERFORM 2040-LATE-CHECK-PARA THRU
                     2040-LATE-CHECK-PARA-EXIT
           END-PERFORM.
       2050-LATE-WAIT-PARA-EXIT.
           EXIT.
      *
       2100-RUN-ENTRY-PARA.
           ADD 1 TO WS-ENTRIES-READ
           ACCEPT WS-TIM-START-DATE FROM DATE YYYYMMDD
           PERFORM 6400-TIM-CLOCK-PARA THRU
                   6400-TIM-CLOCK-PARA-EXIT
           MOVE WS-TIM-CLOCK TO WS-TIM-START-TIME
           MOVE WS-TIM-NOW TO WS-TIM-T0
           MOVE 0 TO WS-TIM-T1 WS-TIM-T2 WS-TIM-T3
           MOVE 'N' TO WS-TIM-PHASE-SW
           PERFORM 1150-RESET-RUN-PARA THRU
                   1150-RESET-RUN-PARA-EXIT
           PERFORM 7000-AUDIT-HEADER-PARA THRU
                   5000-CLOSE-PARA-EXIT
           PERFORM 6000-SUMMARY-PARA THRU
                   6000-SUMMARY-PARA-EXIT
           MOVE WS-C1 TO WS-PKT-ENTRY
           PERFORM 6100-ENTRY-REPORT-PARA THRU
                   6100-ENTRY-REPORT-PARA-EXIT
           PERFORM 6300-PROFILE-PARA THRU
                   6300-PROFILE-PARA-EXIT
           MOVE 0 TO WS-PKT-ENTRY
      *    AN ABANDONED ENTRY'S CLASSIFICATIONS ARE BUILT ON A
      *    PARTIAL LOAD AND MUST NOT BE RECORDED AS HISTORY
           IF NOT WS-ENTRY-TRUNCATED
           END-IF
           PERFORM 7100-AUDIT-TRAILER-PARA THRU
                   7100-AUDIT-TRAILER-PARA-EXIT
           PERFORM 6420-TIM-HIST-PARA THRU
                   6420-TIM-HIST-PARA-EXIT
           IF WS-ENTRY-TRUNCATED
             ADD 1 TO WS-ENTRIES-ABND
           ELSE
      *    TRUNCATION INSTEAD OF SILENTLY PRODUCING WRONG RESULTS
           IF F1-EOF AND F2-EOF AND (WS-3WAY-SW = 'N' OR F7-EOF)
              AND NOT WS-ENTRY-TRUNCATED
              PERFORM 6400-TIM-CLOCK-PARA THRU
                      6400-TIM-CLOCK-PARA-EXIT
              MOVE WS-TIM-NOW TO WS-TIM-T1
              PERFORM 4070-BALANCE-PARA THRU
                      4070-BALANCE-PARA-EXIT
           END-IF
              AND NOT WS-ENTRY-TRUNCATED
              PERFORM 4050-SORT-TABLES-PARA THRU
                      4050-SORT-TABLES-PARA-EXIT
              PERFORM 4090-REKEY-PAIR-PARA THRU
                      4090-REKEY-PAIR-PARA-EXIT
              PERFORM 6400-TIM-CLOCK-PARA THRU
                      6400-TIM-CLOCK-PARA-EXIT
              MOVE WS-TIM-NOW TO WS-TIM-T2
              PERFORM 4100-VALID-PARA THRU
                      4100-VALID-PARA-EXIT
      *    THE TRANSACTION WRITES COME AFTER THE MERGE SO THE
                PERFORM 4150-VALID3-PARA THRU
                        4150-VALID3-PARA-EXIT
              END-IF
              PERFORM 6400-TIM-CLOCK-PARA THRU
                      6400-TIM-CLOCK-PARA-EXIT
              MOVE WS-TIM-NOW TO WS-TIM-T3
              MOVE 'Y' TO WS-TIM-PHASE-SW
           END-IF.
      *
       4000-READ-PARA-EXIT.
                    MOVE 'INFILE1' TO REJ-SOURCE
                    MOVE WS-CHK-REASON TO REJ-REASON
                    MOVE WS-DATA-CNT1 TO REJ-SEQNO
                    MOVE FS-INFILE1 TO WS-MSK-REC
                    PERFORM 4640-MASK-IMAGE-PARA THRU
                            4640-MASK-IMAGE-PARA-EXIT
                    MOVE WS-MSK-REC TO REJ-DATA
                    WRITE FS-REJFILE
                  END-IF
                  MOVE 4 TO WS-RC-CAND
                      MOVE 'INFILE1' TO SUPO-SOURCE
                      MOVE FS-INFILE1(1:5) TO SUPO-ENAME
                      MOVE WS-DATA-CNT1 TO SUPO-SEQNO
                      MOVE FS-INFILE1 TO WS-MSK-REC
                      PERFORM 4640-MASK-IMAGE-PARA THRU
                              4640-MASK-IMAGE-PARA-EXIT
                      MOVE WS-MSK-REC TO SUPO-DATA
                      WRITE FS-SUPPOUT
                    END-IF
                  ELSE
                MOVE SPACE TO AR001-DUP-FLAG(WS-I)
                MOVE SPACE TO AR001-RC(WS-I)
                MOVE SPACE TO AR001-3RC(WS-I)
                MOVE SPACE TO AR001-RK-SW(WS-I)
                MOVE 0 TO AR001-RK-GRP(WS-I)
                MOVE 0 TO AR001-M2(WS-I)
                MOVE WS-I TO AR001-SEQ(WS-I)
      *    BUILD THE NORMALIZED COMPOSITE MATCH KEY ONCE, AT LOAD
                    MOVE 'INFILE2' TO REJ-SOURCE
                    MOVE WS-CHK-REASON TO REJ-REASON
                    MOVE WS-DATA-CNT2 TO REJ-SEQNO
                    MOVE FS-INFILE2 TO WS-MSK-REC
                    PERFORM 4640-MASK-IMAGE-PARA THRU
                            4640-MASK-IMAGE-PARA-EXIT
                    MOVE WS-MSK-REC TO REJ-DATA
                    WRITE FS-REJFILE
                  END-IF
                  MOVE 4 TO WS-RC-CAND
                      MOVE 'INFILE2' TO SUPO-SOURCE
                      MOVE FS-INFILE2(1:5) TO SUPO-ENAME
                      MOVE WS-DATA-CNT2 TO SUPO-SEQNO
                      MOVE FS-INFILE2 TO WS-MSK-REC
                      PERFORM 4640-MASK-IMAGE-PARA THRU
                              4640-MASK-IMAGE-PARA-EXIT
                      MOVE WS-MSK-REC TO SUPO-DATA
                      WRITE FS-SUPPOUT
                    END-IF
                  ELSE
                 MOVE FS-INFILE2 TO AR002-DATA(WS-J)
                 MOVE SPACE TO AR002-FLAG(WS-J)
                 MOVE SPACE TO AR002-DUP-FLAG(WS-J)
                 MOVE SPACE TO AR002-RK-SW(WS-J)
                 MOVE 0 TO AR002-RK-GRP(WS-J)
                 MOVE WS-J TO AR002-SEQ(WS-J)
      *    SAME REASONING AS 4010-LOAD-INFILE1-PARA - BUILD THE
      *    COMPOSITE MATCH KEY ONCE AT LOAD TIME
                    MOVE 'INFILE3' TO REJ-SOURCE
                    MOVE WS-CHK-REASON TO REJ-REASON
                    MOVE WS-DATA-CNT3 TO REJ-SEQNO
                    MOVE FS-INFILE3 TO WS-MSK-REC
                    PERFORM 4640-MASK-IMAGE-PARA THRU
                            4640-MASK-IMAGE-PARA-EXIT
                    MOVE WS-MSK-REC TO REJ-DATA
                    WRITE FS-REJFILE
                  END-IF
                  MOVE 4 TO WS-RC-CAND
                      MOVE 'INFILE3' TO SUPO-SOURCE
                      MOVE FS-INFILE3(1:5) TO SUPO-ENAME
                      MOVE WS-DATA-CNT3 TO SUPO-SEQNO
                      MOVE FS-INFILE3 TO WS-MSK-REC
                      PERFORM 4640-MASK-IMAGE-PARA THRU
                              4640-MASK-IMAGE-PARA-EXIT
                      MOVE WS-MSK-REC TO SUPO-DATA
                      WRITE FS-SUPPOUT
                    END-IF
                  ELSE
                 MOVE SPACE    TO AR001-DUP-FLAG(WS-S)
                 MOVE SPACE    TO AR001-RC(WS-S)
                 MOVE SPACE    TO AR001-3RC(WS-S)
                 MOVE SPACE    TO AR001-RK-SW(WS-S)
                 MOVE 0        TO AR001-RK-GRP(WS-S)
                 MOVE 0        TO AR001-M2(WS-S)
             END-RETURN
           END-PERFORM.
                 MOVE SRT-DATA TO AR002-DATA(WS-T)
                 MOVE SPACE    TO AR002-FLAG(WS-T)
                 MOVE SPACE    TO AR002-DUP-FLAG(WS-T)
                 MOVE SPACE    TO AR002-RK-SW(WS-T)
                 MOVE 0        TO AR002-RK-GRP(WS-T)
             END-RETURN
           END-PERFORM.
       4054-RETURN2-PARA-EXIT.
       4059-RETURN3-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    RE-KEY PAIRING PASS - RUNS BETWEEN THE SORT AND THE MERGE.
      *    A DEPARTMENT THAT RE-NUMBERS SOMEONE SENDS THE OLD ENAME
      *    ONLY IN FILE1 AND THE NEW ENAME ONLY IN FILE2; LEFT ALONE
      *    THE MERGE CALLS THAT A DELETE PLUS AN ADD AND THE MASTER
      *    UPDATE LOSES THE RECORD'S HISTORY.  EVERY ORPHAN (A KEY
      *    THE OTHER TABLE DOES NOT HOLD - BINARY SEARCHES 4160 AND
      *    4180) IS RELEASED TO A SORT ON ITS IMAGE WITH THE KEY
      *    COLUMNS AND THE DICTIONARY'S VOLATILE FIELDS BLANKED, SO
      *    ORPHANS CARRYING THE SAME DATA COME BACK SIDE BY SIDE.
      *    A GROUP OF EXACTLY ONE FILE1 AND ONE FILE2 ORPHAN IS A
      *    PROBABLE RE-KEY.  A GROUP WITH ORPHANS ON BOTH SIDES BUT
      *    MORE THAN ONE ON EITHER IS AMBIGUOUS - ITS MEMBERS STAY
      *    PLAIN DELETES AND ADDS AND ARE LISTED FOR REVIEW
       4090-REKEY-PAIR-PARA.
           MOVE 0 TO WS-RKY-GRP-NO
           SORT SORTWK ON ASCENDING KEY SRT-KEY SRT-SEQ
             INPUT PROCEDURE IS 4091-REKEY-RELEASE-PARA THRU
                                4091-REKEY-RELEASE-PARA-EXIT
             OUTPUT PROCEDURE IS 4093-REKEY-RETURN-PARA THRU
                                 4093-REKEY-RETURN-PARA-EXIT
           IF WS-REKEY-CNT > 0 OR WS-REKEY-AMB-CNT > 0
             DISPLAY 'ENTRY ' WS-C1 ' PROBABLE RE-KEYS ' WS-REKEY-CNT
                 ' AMBIGUOUS CANDIDATES ' WS-REKEY-AMB-CNT
           END-IF.
       4090-REKEY-PAIR-PARA-EXIT.
           EXIT.
      *
      *    RELEASE EVERY ORPHAN FROM BOTH TABLES - SOURCE AND SLOT
      *    PACKED INTO THE DATA PORTION, KEYED ON THE PAIRING IMAGE.
      *    DUPLICATE-FLAGGED SLOTS ARE ALREADY ON DUPFILE
       4091-REKEY-RELEASE-PARA.
           MOVE 0 TO WS-S
           PERFORM UNTIL WS-S = WS-I
             ADD 1 TO WS-S
             IF AR001-DUP-FLAG(WS-S) NOT = 'D'
               MOVE AR001-KEY(WS-S) TO WS-SRCH-KEY
               PERFORM 4160-SEARCH2-PARA THRU
                       4160-SEARCH2-PARA-EXIT
               IF WS-FOUND-SW = 'N'
                 MOVE AR001-DATA(WS-S) TO WS-KB-REC
                 PERFORM 4092-REKEY-IMAGE-PARA THRU
                         4092-REKEY-IMAGE-PARA-EXIT
                 MOVE WS-KB-REC TO SRT-KEY
                 MOVE WS-S TO SRT-SEQ
                 MOVE SPACES TO SRT-DATA
                 MOVE '1' TO SRT-DATA(1:1)
                 MOVE WS-S TO SRT-DATA(2:5)
                 RELEASE SRT-REC
               END-IF
             END-IF
           END-PERFORM
           MOVE 0 TO WS-S
           PERFORM UNTIL WS-S = WS-J
             ADD 1 TO WS-S
             IF AR002-DUP-FLAG(WS-S) NOT = 'D'
               MOVE AR002-KEY(WS-S) TO WS-SRCH-KEY
               PERFORM 4180-SEARCH1-PARA THRU
                       4180-SEARCH1-PARA-EXIT
               IF WS-FOUND-SW = 'N'
                 MOVE AR002-DATA(WS-S) TO WS-KB-REC
                 PERFORM 4092-REKEY-IMAGE-PARA THRU
                         4092-REKEY-IMAGE-PARA-EXIT
                 MOVE WS-KB-REC TO SRT-KEY
                 MOVE WS-S TO SRT-SEQ
                 MOVE SPACES TO SRT-DATA
                 MOVE '2' TO SRT-DATA(1:1)
                 MOVE WS-S TO SRT-DATA(2:5)
                 RELEASE SRT-REC
               END-IF
             END-IF
           END-PERFORM.
       4091-REKEY-RELEASE-PARA-EXIT.
           EXIT.
      *
      *    THE PAIRING IMAGE OF THE RECORD IN WS-KB-REC - KEY
      *    COLUMNS BLANKED (4610-MASK-KEY-PARA), THEN EVERY FIELD
      *    THE LAYOUT DICTIONARY MARKS VOLATILE
       4092-REKEY-IMAGE-PARA.
           PERFORM 4610-MASK-KEY-PARA THRU
                   4610-MASK-KEY-PARA-EXIT
           MOVE 0 TO WS-D1
           PERFORM UNTIL WS-D1 = WS-DICTCNT
             ADD 1 TO WS-D1
             IF DC-VOL-SW(WS-D1) = 'Y'
               MOVE SPACES
                 TO WS-KB-REC(DC-START(WS-D1) : DC-LEN(WS-D1))
             END-IF
           END-PERFORM.
       4092-REKEY-IMAGE-PARA-EXIT.
           EXIT.
      *
      *    WALK THE SORTED ORPHANS ONE SAME-IMAGE GROUP AT A TIME -
      *    4094-REKEY-GROUP-PARA JUDGES EACH GROUP AS IT CLOSES
       4093-REKEY-RETURN-PARA.
           MOVE 'N' TO WS-RKY-DONE-SW
           MOVE 0 TO WS-RKGCNT WS-RKY-CNT1 WS-RKY-CNT2
           PERFORM UNTIL WS-RKY-DONE-SW = 'Y'
             RETURN SORTWK
               AT END
                 MOVE 'Y' TO WS-RKY-DONE-SW
               NOT AT END
                 IF WS-RKY-CNT1 + WS-RKY-CNT2 > 0
                  AND SRT-KEY NOT = WS-RKY-GRP-IMG
                   PERFORM 4094-REKEY-GROUP-PARA THRU
                           4094-REKEY-GROUP-PARA-EXIT
                 END-IF
                 MOVE SRT-KEY TO WS-RKY-GRP-IMG
                 IF SRT-DATA(1:1) = '1'
                   ADD 1 TO WS-RKY-CNT1
                   MOVE SRT-DATA(2:5) TO WS-RKY-SLOT1
                 ELSE
                   ADD 1 TO WS-RKY-CNT2
                   MOVE SRT-DATA(2:5) TO WS-RKY-SLOT2
                 END-IF
      *    A GROUP LARGER THAN TABLE13 IS AN EXTRACT FULL OF
      *    LOOK-ALIKE RECORDS, NOT A RE-KEY - ONLY ITS FIRST 200
      *    MEMBERS ARE FLAGGED FOR REVIEW
                 IF WS-RKGCNT < 200
                   ADD 1 TO WS-RKGCNT
                   MOVE SRT-DATA(1:1) TO RKG-SOURCE(WS-RKGCNT)
                   MOVE SRT-DATA(2:5) TO RKG-SLOT(WS-RKGCNT)
                 END-IF
             END-RETURN
           END-PERFORM
           IF WS-RKY-CNT1 + WS-RKY-CNT2 > 0
             PERFORM 4094-REKEY-GROUP-PARA THRU
                     4094-REKEY-GROUP-PARA-EXIT
           END-IF.
       4093-REKEY-RETURN-PARA-EXIT.
           EXIT.
      *
      *    JUDGE ONE CLOSED GROUP.  ONE-TO-ONE IS A PROBABLE RE-KEY:
      *    THE FILE1 SLOT TAKES 'R' WITH AR001-M2 POINTING AT ITS
      *    PARTNER, AND THE FILE2 SLOT IS MARKED CONSUMED ('A') SO
      *    NEITHER FALLS INTO THE ONLY-IN SECTIONS OR THE ADD/DELETE
      *    TRANSACTIONS.  A GROUP WITH ONLY ONE SIDE IS AN ORDINARY
      *    ORPHAN AND IS LEFT ALONE
       4094-REKEY-GROUP-PARA.
           EVALUATE TRUE
           WHEN WS-RKY-CNT1 = 1 AND WS-RKY-CNT2 = 1
             MOVE 'R' TO AR001-RC(WS-RKY-SLOT1)
             MOVE 'R' TO AR001-RK-SW(WS-RKY-SLOT1)
             MOVE WS-RKY-SLOT2 TO AR001-M2(WS-RKY-SLOT1)
             MOVE 'R' TO AR002-RK-SW(WS-RKY-SLOT2)
             MOVE 'A' TO AR002-FLAG(WS-RKY-SLOT2)
             ADD 1 TO WS-REKEY-CNT
           WHEN WS-RKY-CNT1 > 0 AND WS-RKY-CNT2 > 0
             ADD 1 TO WS-RKY-GRP-NO
             MOVE 0 TO WS-RK1
             PERFORM UNTIL WS-RK1 = WS-RKGCNT
               ADD 1 TO WS-RK1
               IF RKG-SOURCE(WS-RK1) = '1'
                 MOVE 'V' TO AR001-RK-SW(RKG-SLOT(WS-RK1))
                 MOVE WS-RKY-GRP-NO TO AR001-RK-GRP(RKG-SLOT(WS-RK1))
               ELSE
                 MOVE 'V' TO AR002-RK-SW(RKG-SLOT(WS-RK1))
                 MOVE WS-RKY-GRP-NO TO AR002-RK-GRP(RKG-SLOT(WS-RK1))
               END-IF
               ADD 1 TO WS-REKEY-AMB-CNT
             END-PERFORM
           END-EVALUATE
           MOVE 0 TO WS-RKGCNT WS-RKY-CNT1 WS-RKY-CNT2.
       4094-REKEY-GROUP-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    SINGLE-PASS MERGE OF THE TWO SORTED TABLES - EACH STEP
      *    ADVANCES THE POINTER HOLDING THE LOWER KEY, SO EVERY SLOT
      *    IS VISITED ONCE.  THE MATCH IS ON THE NORMALIZED KEY
      *    ONLY, NOT THE WHOLE 80-BYTE RECORD, SO TRAILING-DATA
      *    DRIFT DOESN'T LOOK LIKE AN UNRELATED ADD+DROP.  SLOTS
      *    FLAGGED DUPLICATE ENAMES ('D') WERE ALREADY ROUTED TO
      *    DUPFILE BY THE 4055/4056 SCANS AND ARE STEPPED OVER, SO
      *    DUPLICATE KEYS DON'T FLOW INTO THE COMPARISON.  ORPHANS
      *    4090-REKEY-PAIR-PARA ALREADY PAIRED AS A PROBABLE RE-KEY
      *    ARE STEPPED OVER THE SAME WAY - THEY ARE NEITHER
      *    ONLY-IN-FILE1 NOR ONLY-IN-FILE2
       4100-VALID-PARA.
           MOVE 1 TO WS-K
           MOVE 1 TO WS-L
           PERFORM UNTIL WS-K > WS-I AND WS-L > WS-J
      *    THE EXHAUSTED-TABLE BRANCHES COME FIRST SO EVERY LATER
      *    WHEN CLAUSE ONLY SUBSCRIPTS A TABLE ITS POINTER IS STILL
      *    INSIDE - WS-K/WS-L RUN ONE PAST THE LOADED COUNT AT THE
      *    END OF THE MERGE, WHICH ON A FULL TABLE IS ONE PAST THE
      *    OCCURS BOUND
             EVALUATE TRUE
      *    TABLE1 EXHAUSTED - EVERYTHING LEFT IN TABLE2 IS UNMATCHED
             WHEN WS-K > WS-I
               IF AR002-DUP-FLAG(WS-L) NOT = 'D'
                AND AR002-RK-SW(WS-L) NOT = 'R'
                 MOVE AR002-DATA(WS-L) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE2
                 MOVE WS-MSK-REC TO FS-OUTFILE4
                 WRITE FS-OUTFILE2
                 WRITE FS-OUTFILE4
                 ADD 1 TO WS-UNMATCH2-CNT
               END-IF
               ADD 1 TO WS-L
      *    TABLE2 EXHAUSTED - EVERYTHING LEFT IN TABLE1 IS UNMATCHED
             WHEN WS-L > WS-J
               IF AR001-DUP-FLAG(WS-K) NOT = 'D'
                AND AR001-RK-SW(WS-K) NOT = 'R'
                 MOVE '1' TO AR001-RC(WS-K)
                 MOVE AR001-DATA(WS-K) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE3
                 MOVE WS-MSK-REC TO FS-OUTFILE2
                 WRITE FS-OUTFILE3
                 WRITE FS-OUTFILE2
                 ADD 1 TO WS-UNMATCH1-CNT
               IF WS-REC-CHG-SW = 'N'
      *    SAME KEY, SAME DATA - WRITE OUT 1 COMMON RECORD
                 MOVE 'M' TO AR001-RC(WS-K)
                 MOVE AR001-DATA(WS-K) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE1
                 WRITE FS-OUTFILE1
                 ADD 1 TO WS-MATCH-CNT
               ELSE
      *    KEY, OLD DATA, NEW DATA - PACKED TO THE ENTRY'S ACTUAL
      *    DATA LENGTH, SINCE THE NEW IMAGE HAS NO FIXED OFFSET IN
      *    A VARIABLE-LENGTH CHANGE RECORD
                 MOVE AR001-DATA(WS-K) TO WS-MSK-OLD
                 MOVE AR002-DATA(WS-L) TO WS-MSK-NEW
                 PERFORM 4645-MASK-PAIR-PARA THRU
                         4645-MASK-PAIR-PARA-EXIT
                 MOVE SPACES TO FS-CHANGEFILE
                 MOVE AR001-ENAME(WS-K) TO FS-CHANGEFILE(1:5)
                 MOVE WS-MSK-OLD(6:WS-DATA-LEN)
                   TO FS-CHANGEFILE(6:WS-DATA-LEN)
                 MOVE WS-MSK-NEW(6:WS-DATA-LEN)
                   TO FS-CHANGEFILE(WS-CHG-POS:WS-DATA-LEN)
                 WRITE FS-CHANGEFILE
                 ADD 1 TO WS-CHANGE-CNT
               ADD 1 TO WS-L
      *    KEY ONLY IN TABLE1 - WRITE OUT 2 AND 3
             WHEN AR001-KEY(WS-K) < AR002-KEY(WS-L)
               IF AR001-RK-SW(WS-K) NOT = 'R'
                 MOVE '1' TO AR001-RC(WS-K)
                 MOVE AR001-DATA(WS-K) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE3
                 MOVE WS-MSK-REC TO FS-OUTFILE2
                 WRITE FS-OUTFILE3
                 WRITE FS-OUTFILE2
                 ADD 1 TO WS-UNMATCH1-CNT
               END-IF
               ADD 1 TO WS-K
      *    KEY ONLY IN TABLE2 - WRITE OUT 2 AND 4
             WHEN OTHER
               IF AR002-RK-SW(WS-L) NOT = 'R'
                 MOVE AR002-DATA(WS-L) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE2
                 MOVE WS-MSK-REC TO FS-OUTFILE4
                 WRITE FS-OUTFILE2
                 WRITE FS-OUTFILE4
                 ADD 1 TO WS-UNMATCH2-CNT
               END-IF
               ADD 1 TO WS-L
             END-EVALUATE
           END-PERFORM.
      *    RELEASE EVERY PENDING TRANSACTION - CODE, RAW ENAME AND
      *    IMAGE PACKED INTO THE DATA PORTION, KEYED ON THE RAW
      *    ENAME.  SRT-SEQ ORDERS DELETES/CHANGES AHEAD OF ADDS
      *    WHEN AN EXOTIC KEY SPEC LETS ONE RAW ENAME CARRY BOTH.
      *    A RE-KEY IS KEYED ON ITS NEW ENAME AND CARRIES ITS OLD
      *    ENAME PAST THE IMAGE, IN SRT-DATA(519:5).  THE NEW
      *    IMAGE'S EFFECTIVE DATE, IF THE DICTIONARY NAMES ONE,
      *    FOLLOWS IN SRT-DATA(524:8)
       4123-TRAN-RELEASE-PARA.
           MOVE 0 TO WS-S
           PERFORM UNTIL WS-S = WS-I
               MOVE AR002-DATA(AR001-M2(WS-S))(1:5)
                 TO SRT-DATA(2:5)
               MOVE AR002-DATA(AR001-M2(WS-S)) TO SRT-DATA(7:512)
               IF WS-EFF-START > 0
                 MOVE AR002-DATA(AR001-M2(WS-S))(WS-EFF-START:8)
                   TO SRT-DATA(524:8)
               END-IF
               RELEASE SRT-REC
             WHEN 'R'
               MOVE SPACES TO SRT-KEY SRT-DATA
               MOVE AR002-DATA(AR001-M2(WS-S))(1:5)
                 TO SRT-KEY(1:5)
               MOVE 1 TO SRT-SEQ
               MOVE 'R' TO SRT-DATA(1:1)
               MOVE AR002-DATA(AR001-M2(WS-S))(1:5)
                 TO SRT-DATA(2:5)
               MOVE AR002-DATA(AR001-M2(WS-S)) TO SRT-DATA(7:512)
               MOVE AR001-DATA(WS-S)(1:5) TO SRT-DATA(519:5)
               IF WS-EFF-START > 0
                 MOVE AR002-DATA(AR001-M2(WS-S))(WS-EFF-START:8)
                   TO SRT-DATA(524:8)
               END-IF
               RELEASE SRT-REC
             END-EVALUATE
           END-PERFORM
               MOVE 'A' TO SRT-DATA(1:1)
               MOVE AR002-DATA(WS-S)(1:5) TO SRT-DATA(2:5)
               MOVE AR002-DATA(WS-S) TO SRT-DATA(7:512)
               IF WS-EFF-START > 0
                 MOVE AR002-DATA(WS-S)(WS-EFF-START:8)
                   TO SRT-DATA(524:8)
               END-IF
               RELEASE SRT-REC
             END-IF
           END-PERFORM.
                 MOVE SRT-DATA(1:1) TO TRN-CODE
                 MOVE SRT-DATA(2:5) TO TRN-ENAME
                 MOVE SRT-DATA(7:512) TO TRN-DATA
      *    A RE-KEY RECORD RUNS FIVE BYTES PAST THE ENTRY'S USUAL
      *    TRANSACTION LENGTH TO CARRY ITS OLD ENAME, AND A DATED
      *    TRANSACTION EIGHT MORE FOR ITS EFFECTIVE DATE
                 EVALUATE TRUE
                 WHEN SRT-DATA(524:8) NOT = SPACES
                   MOVE SRT-DATA(519:5)
                     TO FS-TRANFILE(WS-LRECL + 7 : 5)
                   MOVE SRT-DATA(524:8)
                     TO FS-TRANFILE(WS-LRECL + 12 : 8)
                   COMPUTE WS-TRN-LRECL = 19 + WS-LRECL
                   WRITE FS-TRANFILE
                   COMPUTE WS-TRN-LRECL = 6 + WS-LRECL
                 WHEN TRN-CODE = 'R'
                   MOVE SRT-DATA(519:5)
                     TO FS-TRANFILE(WS-LRECL + 7 : 5)
                   COMPUTE WS-TRN-LRECL = 11 + WS-LRECL
                   WRITE FS-TRANFILE
                   COMPUTE WS-TRN-LRECL = 6 + WS-LRECL
                 WHEN OTHER
                   WRITE FS-TRANFILE
                 END-EVALUATE
             END-RETURN
           END-PERFORM.
       4124-TRAN-RETURN-PARA-EXIT.
               MOVE WS-C1 TO KW-ENTRY
               MOVE 'INFILE1' TO KW-SOURCE
               MOVE CE-INFILE1(WS-C1) TO KW-INFILE1
               MOVE AR001-DATA(WS-S) TO WS-MSK-REC
               PERFORM 4137-KEYLOG-IMAGE-PARA THRU
                       4137-KEYLOG-IMAGE-PARA-EXIT
               WRITE FS-KEYWFILE
             END-IF
           END-PERFORM
               MOVE WS-C1 TO KW-ENTRY
               MOVE 'INFILE2' TO KW-SOURCE
               MOVE CE-INFILE1(WS-C1) TO KW-INFILE1
               MOVE AR002-DATA(WS-S) TO WS-MSK-REC
               PERFORM 4137-KEYLOG-IMAGE-PARA THRU
                       4137-KEYLOG-IMAGE-PARA-EXIT
               WRITE FS-KEYWFILE
             END-IF
           END-PERFORM.
       4135-KEYLOG-PARA-EXIT.
           EXIT.
      *
      *    PUT THE IMAGE IN WS-MSK-REC ON THE KEY ROW - MASKED, WITH
      *    THE REAL IMAGE'S CHECKSUM BESIDE IT, WHEN THE ENTRY HAS
      *    SENSITIVE FIELDS; AS-IS OTHERWISE, WHICH LETS THE
      *    COLLISION SCAN KEEP ITS EXACT IMAGE COMPARE FOR THE
      *    COMMON CASE
       4137-KEYLOG-IMAGE-PARA.
           MOVE 'N' TO KW-MASK-SW
           MOVE 0 TO KW-IMG-ID
           IF WS-SENSCNT > 0
             MOVE WS-MSK-REC TO WS-IMG-ID-REC
             PERFORM 4650-IMAGE-ID-PARA THRU
                     4650-IMAGE-ID-PARA-EXIT
             MOVE WS-IMG-ID TO KW-IMG-ID
             MOVE 'Y' TO KW-MASK-SW
             PERFORM 4640-MASK-IMAGE-PARA THRU
                     4640-MASK-IMAGE-PARA-EXIT
           END-IF
           MOVE WS-MSK-REC TO KW-DATA.
       4137-KEYLOG-IMAGE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    THREE-WAY RECONCILIATION: TABLE1=BASELINE, TABLE2=PRIOR,
      *    TABLE3=CURRENT.  CLASSIFIES EACH BASELINE/CURRENT ENAME.
      *
               IF WS-FOUND-IN-PRIOR-SW = 'Y' AND WS-FOUND-SW = 'Y'
                 MOVE '5' TO AR001-3RC(WS-P)
                 MOVE AR001-DATA(WS-P) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE5
                 WRITE FS-OUTFILE5
               END-IF
      *    IN BASELINE AND STILL IN CURRENT, BUT MISSING FROM THE
      *    EXISTED SINCE BASELINE AND WAS NOT ACTUALLY ADDED
               IF WS-FOUND-IN-PRIOR-SW = 'N' AND WS-FOUND-SW = 'Y'
                 MOVE '8' TO AR001-3RC(WS-P)
                 MOVE AR001-DATA(WS-P) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE8
                 WRITE FS-OUTFILE8
               END-IF
               IF WS-FOUND-SW = 'N'
                 MOVE '6' TO AR001-3RC(WS-P)
                 MOVE AR001-DATA(WS-P) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO FS-OUTFILE6
                 WRITE FS-OUTFILE6
               END-IF
             END-IF
                 MOVE WS-FOUND-SW TO WS-FOUND-IN-PRIOR-SW
                 IF WS-FOUND-IN-PRIOR-SW = 'N'
                   MOVE '7' TO AR003-RC(WS-P)
                   MOVE AR003-DATA(WS-P) TO WS-MSK-REC
                   PERFORM 4640-MASK-IMAGE-PARA THRU
                           4640-MASK-IMAGE-PARA-EXIT
                   MOVE WS-MSK-REC TO FS-OUTFILE7
                   WRITE FS-OUTFILE7
                 END-IF
               END-IF
       4630-FIELD-ONE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    SENSITIVE-FIELD MASKING FOR EVERY HUMAN-FACING OUTPUT -
      *    THE OUTPUT AND CHANGE FILES, THE REJECT, SUPPRESSED AND
      *    NIGHT'S-KEYS FILES, THE REPORT AND THE RESULTS MASTER.
      *    THE CALLER MASKS A COPY; THE TABLES, THE COMPARE, THE
      *    TRANSACTIONS AND THE EXCEPTION ID ALL KEEP THE REAL DATA.
      *    AN ENTRY WITH NO SENSITIVE FIELDS PASSES STRAIGHT THROUGH
      *
      *    MASK ONE IMAGE IN WS-MSK-REC, IN PLACE - EVERY SENSITIVE
      *    FIELD BECOMES ASTERISKS
       4640-MASK-IMAGE-PARA.
           IF WS-SENSCNT = 0
             GO TO 4640-MASK-IMAGE-PARA-EXIT
           END-IF
           MOVE 0 TO WS-D3
           PERFORM UNTIL WS-D3 = WS-DICTCNT
             ADD 1 TO WS-D3
             IF DC-SENS-SW(WS-D3) = 'Y'
               MOVE ALL '*'
                 TO WS-MSK-REC(DC-START(WS-D3) : DC-LEN(WS-D3))
             END-IF
           END-PERFORM.
       4640-MASK-IMAGE-PARA-EXIT.
           EXIT.
      *
      *    MASK AN OLD/NEW PAIR IN WS-MSK-OLD/WS-MSK-NEW, IN PLACE.
      *    A SENSITIVE FIELD THAT MOVED AT ALL BETWEEN THE TWO
      *    IMAGES - EVEN INSIDE ITS NUMERIC TOLERANCE - READS
      *    'CHANGED' ON BOTH, SO THE REVIEWER KNOWS IT MOVED WITHOUT
      *    SEEING EITHER VALUE; ONE THAT DID NOT IS ASTERISKS.  A
      *    FIELD SHORTER THAN SEVEN BYTES SHOWS AS MUCH OF THE WORD
      *    AS FITS
       4645-MASK-PAIR-PARA.
           IF WS-SENSCNT = 0
             GO TO 4645-MASK-PAIR-PARA-EXIT
           END-IF
           MOVE 0 TO WS-D3
           PERFORM UNTIL WS-D3 = WS-DICTCNT
             ADD 1 TO WS-D3
             IF DC-SENS-SW(WS-D3) = 'Y'
               IF WS-MSK-OLD(DC-START(WS-D3) : DC-LEN(WS-D3))
                NOT = WS-MSK-NEW(DC-START(WS-D3) : DC-LEN(WS-D3))
                 MOVE WS-MSK-CHG-FILL(1 : DC-LEN(WS-D3))
                   TO WS-MSK-OLD(DC-START(WS-D3) : DC-LEN(WS-D3))
                 MOVE WS-MSK-CHG-FILL(1 : DC-LEN(WS-D3))
                   TO WS-MSK-NEW(DC-START(WS-D3) : DC-LEN(WS-D3))
               ELSE
                 MOVE ALL '*'
                   TO WS-MSK-OLD(DC-START(WS-D3) : DC-LEN(WS-D3))
                 MOVE ALL '*'
                   TO WS-MSK-NEW(DC-START(WS-D3) : DC-LEN(WS-D3))
               END-IF
             END-IF
           END-PERFORM.
       4645-MASK-PAIR-PARA-EXIT.
           EXIT.
      *
      *    CHECKSUM OF THE SINGLE IMAGE IN WS-IMG-ID-REC INTO
      *    WS-IMG-ID - THE SAME ARITHMETIC AS 6160-EXC-ID-PARA,
      *    TAKEN TO THE LAST NON-BLANK BYTE.  IT STANDS IN FOR A
      *    MASKED IMAGE WHEREVER TWO REAL IMAGES MUST BE COMPARED
       4650-IMAGE-ID-PARA.
           MOVE 512 TO WS-IMG-ID-LEN
           PERFORM UNTIL WS-IMG-ID-LEN = 0
            OR WS-IMG-ID-REC(WS-IMG-ID-LEN : 1) NOT = SPACE
             SUBTRACT 1 FROM WS-IMG-ID-LEN
           END-PERFORM
           MOVE 0 TO WS-ID-ACC
           MOVE 0 TO WS-ID-POS
           PERFORM UNTIL WS-ID-POS = WS-IMG-ID-LEN
             ADD 1 TO WS-ID-POS
             COMPUTE WS-ID-ACC = FUNCTION MOD(
               WS-ID-ACC * 31
               + FUNCTION ORD(WS-IMG-ID-REC(WS-ID-POS:1))
               100000000)
           END-PERFORM
           MOVE WS-ID-ACC TO WS-IMG-ID.
       4650-IMAGE-ID-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    CLOSE ALL INPUT,OUTPUT FILE
       5000-CLOSE-PARA.
           CLOSE INFILE1
           MOVE WS-HOLD-SW       TO SUM-HELD-SW
           MOVE WS-CHANGE-CNT    TO SUM-CHANGE-CNT
           MOVE 'N'              TO SUM-NOTDUE-SW
           MOVE 'N'              TO SUM-LATE-SW
           MOVE WS-REKEY-CNT     TO SUM-REKEY-CNT
           WRITE FS-SUMFILE
      *
      *    SAME TOTALS AGAIN ONTO THE PERSISTENT RUN HISTORY SO THE
           MOVE WS-UNMATCH1-CNT  TO HIST-UNMATCH1-CNT
           MOVE WS-UNMATCH2-CNT  TO HIST-UNMATCH2-CNT
           MOVE WS-TRUNC-SW      TO HIST-TRUNC-SW
           MOVE WS-HOLD-SW       TO HIST-HELD-SW
           MOVE 'N'              TO HIST-NOTDUE-SW
           MOVE SPACES           TO FS-HISTFILE(165:2)
           WRITE FS-HISTFILE.
       6000-SUMMARY-PARA-EXIT.
           EXIT.
           ADD WS-UNMATCH1-CNT  TO WS-GT-UNMATCH1-CNT
           ADD WS-UNMATCH2-CNT  TO WS-GT-UNMATCH2-CNT
           ADD WS-CHANGE-CNT    TO WS-GT-CHANGE-CNT
           ADD WS-REKEY-CNT     TO WS-GT-REKEY-CNT
      *
      *    SHOW WHAT THE SUPPRESSION LIST EXCLUDED SO THE SECTION
      *    TOTALS STILL RECONCILE AGAINST THE RAW EXTRACT COUNTS
             ADD 1 TO WS-S
             IF AR001-RC(WS-S) = 'M'
               MOVE AR001-DATA(WS-S)(1:5)  TO RPT-DTL-ENAME
               MOVE AR001-DATA(WS-S) TO WS-MSK-REC
               PERFORM 4640-MASK-IMAGE-PARA THRU
                       4640-MASK-IMAGE-PARA-EXIT
               MOVE WS-MSK-REC(6:75) TO RPT-DTL-DATA
               MOVE WS-RPT-DTL TO WS-RPT-LINE
               PERFORM 8200-RPT-WRITE-PARA THRU
                       8200-RPT-WRITE-PARA-EXIT
               IF WS-ACK-MATCH-SW = 'N'
                 MOVE AR001-DATA(WS-S)(1:5)  TO RPT-EXC-ENAME
                 MOVE WS-EXC-ID              TO RPT-EXC-ID
                 MOVE AR001-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-EXC-DATA
                 MOVE WS-RPT-EXC-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               IF WS-ACK-MATCH-SW = 'N'
                 MOVE AR002-DATA(WS-S)(1:5)  TO RPT-EXC-ENAME
                 MOVE WS-EXC-ID              TO RPT-EXC-ID
                 MOVE AR002-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-EXC-DATA
                 MOVE WS-RPT-EXC-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               PERFORM 6165-ACK-CHECK-PARA THRU
                       6165-ACK-CHECK-PARA-EXIT
               IF WS-ACK-MATCH-SW = 'N'
                 MOVE AR001-DATA(WS-S) TO WS-MSK-OLD
                 MOVE AR002-DATA(AR001-M2(WS-S)) TO WS-MSK-NEW
                 PERFORM 4645-MASK-PAIR-PARA THRU
                         4645-MASK-PAIR-PARA-EXIT
                 MOVE AR001-DATA(WS-S)(1:5)  TO RPT-CHGO-ENAME
                 MOVE WS-EXC-ID              TO RPT-CHGO-ID
                 MOVE WS-MSK-OLD(6:75)       TO RPT-CHGO-DATA
                 MOVE WS-RPT-CHG-OLD TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
                 MOVE WS-MSK-NEW(6:75) TO RPT-CHGN-DATA
                 MOVE WS-RPT-CHG-NEW TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
           PERFORM 8230-RPT-SECT-TOT-PARA THRU
                   8230-RPT-SECT-TOT-PARA-EXIT
      *
      *    PROBABLE RE-KEYS - ORPHAN PAIRS 4090-REKEY-PAIR-PARA
      *    MATCHED ON DATA.  OLD AND NEW ENAME ON ONE LINE WITH THE
      *    NEW IMAGE; THESE GO TO MUPDATE AS 'R' KEY MOVES
           MOVE 'PROBABLE RE-KEYS (SAME DATA, OLD KEY -> NEW KEY)'
             TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 'OLD      NEW    RECORD DATA' TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 0 TO WS-S
           PERFORM UNTIL WS-S = WS-I
             ADD 1 TO WS-S
             IF AR001-RC(WS-S) = 'R'
               MOVE AR001-DATA(WS-S)(1:5) TO RPT-RKY-OLD
               MOVE AR002-DATA(AR001-M2(WS-S))(1:5) TO RPT-RKY-NEW
               MOVE AR002-DATA(AR001-M2(WS-S)) TO WS-MSK-REC
               PERFORM 4640-MASK-IMAGE-PARA THRU
                       4640-MASK-IMAGE-PARA-EXIT
               MOVE WS-MSK-REC(6:75) TO RPT-RKY-DATA
               MOVE WS-RPT-RKY-DTL TO WS-RPT-LINE
               PERFORM 8200-RPT-WRITE-PARA THRU
                       8200-RPT-WRITE-PARA-EXIT
             END-IF
           END-PERFORM
           MOVE WS-REKEY-CNT TO RPT-TOT-CNT
           PERFORM 8230-RPT-SECT-TOT-PARA THRU
                   8230-RPT-SECT-TOT-PARA-EXIT
      *
      *    AMBIGUOUS RE-KEY CANDIDATES - ORPHANS SHARING ONE DATA
      *    IMAGE WITH MORE THAN ONE ORPHAN ON THE OTHER SIDE.  THEY
      *    STAY IN THE ONLY-IN SECTIONS ABOVE AND GO OUT AS PLAIN
      *    DELETES AND ADDS; THIS LIST GROUPS THEM FOR A REVIEWER
           IF WS-REKEY-AMB-CNT > 0
             MOVE 'AMBIGUOUS RE-KEY CANDIDATES - FOR REVIEW (APPLIED'
               & ' AS DELETES/ADDS)' TO WS-RPT-LINE
             PERFORM 8200-RPT-WRITE-PARA THRU
                     8200-RPT-WRITE-PARA-EXIT
             MOVE 'FILE   GROUP  ENAME  RECORD DATA' TO WS-RPT-LINE
             PERFORM 8200-RPT-WRITE-PARA THRU
                     8200-RPT-WRITE-PARA-EXIT
             MOVE 0 TO WS-S
             PERFORM UNTIL WS-S = WS-I
               ADD 1 TO WS-S
               IF AR001-RK-SW(WS-S) = 'V'
                 MOVE 'FILE1' TO RPT-AMB-SOURCE
                 MOVE AR001-RK-GRP(WS-S) TO RPT-AMB-GRP
                 MOVE AR001-DATA(WS-S)(1:5) TO RPT-AMB-ENAME
                 MOVE AR001-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-AMB-DATA
                 MOVE WS-RPT-AMB-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               END-IF
             END-PERFORM
             MOVE 0 TO WS-S
             PERFORM UNTIL WS-S = WS-J
               ADD 1 TO WS-S
               IF AR002-RK-SW(WS-S) = 'V'
                 MOVE 'FILE2' TO RPT-AMB-SOURCE
                 MOVE AR002-RK-GRP(WS-S) TO RPT-AMB-GRP
                 MOVE AR002-DATA(WS-S)(1:5) TO RPT-AMB-ENAME
                 MOVE AR002-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-AMB-DATA
                 MOVE WS-RPT-AMB-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               END-IF
             END-PERFORM
             MOVE WS-REKEY-AMB-CNT TO RPT-TOT-CNT
             PERFORM 8230-RPT-SECT-TOT-PARA THRU
                     8230-RPT-SECT-TOT-PARA-EXIT
           END-IF
      *
      *    ACKNOWLEDGED EXCEPTIONS - ONE LINE EACH, OFF THE DETAIL
      *    PAGES UNTIL THEIR UNDERLYING IMAGES CHANGE.  THE DETAIL
      *    SECTION TOTALS ABOVE STILL COUNT THEM, SINCE THEY ARE
      *    CONTROL TOTALS, NOT PRINTED-LINE COUNTS
      *    THE WHOLE SECTION SPOOLS AS 'K' SO THE PACKET CAN GATHER
      *    IT INTO ITS OWN ACKNOWLEDGED SECTION
           IF WS-ACKCNT > 0
             MOVE 'K' TO WS-PKT-TYPE
             MOVE 'H' TO WS-PKT-SECT
             MOVE 'ACKNOWLEDGED EXCEPTIONS (SEE DISPOSITION LIST)'
               TO WS-RPT-LINE
             PERFORM 8200-RPT-WRITE-PARA THRU
               MOVE AK-INIT(WS-A1)   TO RPT-ACK-INIT
               MOVE AK-DATE(WS-A1)   TO RPT-ACK-DATE
               MOVE WS-RPT-ACK-LINE TO WS-RPT-LINE
               MOVE 'D' TO WS-PKT-SECT
               PERFORM 8200-RPT-WRITE-PARA THRU
                       8200-RPT-WRITE-PARA-EXIT
             END-PERFORM
             MOVE 'H' TO WS-PKT-SECT
             MOVE WS-ACKCNT TO RPT-TOT-CNT
             PERFORM 8230-RPT-SECT-TOT-PARA THRU
                     8230-RPT-SECT-TOT-PARA-EXIT
             MOVE 'R' TO WS-PKT-TYPE
             MOVE SPACE TO WS-PKT-SECT
           END-IF
      *
      *    SECTIONS 5-8 - THREE-WAY CLASSIFICATIONS, ONLY WHEN THE
               ADD 1 TO WS-S
               IF AR001-3RC(WS-S) = '5'
                 MOVE AR001-DATA(WS-S)(1:5)  TO RPT-DTL-ENAME
                 MOVE AR001-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-DTL-DATA
                 MOVE WS-RPT-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               ADD 1 TO WS-S
               IF AR001-3RC(WS-S) = '8'
                 MOVE AR001-DATA(WS-S)(1:5)  TO RPT-DTL-ENAME
                 MOVE AR001-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-DTL-DATA
                 MOVE WS-RPT-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               ADD 1 TO WS-S
               IF AR001-3RC(WS-S) = '6'
                 MOVE AR001-DATA(WS-S)(1:5)  TO RPT-DTL-ENAME
                 MOVE AR001-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-DTL-DATA
                 MOVE WS-RPT-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
               ADD 1 TO WS-S
               IF AR003-RC(WS-S) = '7'
                 MOVE AR003-DATA(WS-S)(1:5)  TO RPT-DTL-ENAME
                 MOVE AR003-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC(6:75) TO RPT-DTL-DATA
                 MOVE WS-RPT-DTL TO WS-RPT-LINE
                 PERFORM 8200-RPT-WRITE-PARA THRU
                         8200-RPT-WRITE-PARA-EXIT
                     4630-FIELD-ONE-PARA-EXIT
             IF WS-FLD-DIFF-SW = 'Y'
               MOVE DC-FLDNAME(WS-D1) TO RPT-FLD-NAME
               IF DC-SENS-SW(WS-D1) = 'Y'
                 MOVE 'CHANGED' TO RPT-FLD-OLD RPT-FLD-NEW
               ELSE
                 MOVE WS-FLD-OLD TO RPT-FLD-OLD
                 MOVE WS-FLD-NEW TO RPT-FLD-NEW
               END-IF
               MOVE WS-RPT-FLD-LINE TO WS-RPT-LINE
               PERFORM 8200-RPT-WRITE-PARA THRU
                       8200-RPT-WRITE-PARA-EXIT
               MOVE AR001-DATA(WS-S)(1:5) TO RES-ENAME
               MOVE AR001-RC(WS-S)  TO RES-DISP
               MOVE AR001-3RC(WS-S) TO RES-3DISP
               IF AR001-RC(WS-S) = 'C' OR AR001-RC(WS-S) = 'R'
                 MOVE AR001-DATA(WS-S) TO WS-MSK-OLD
                 MOVE AR002-DATA(AR001-M2(WS-S)) TO WS-MSK-NEW
                 PERFORM 4645-MASK-PAIR-PARA THRU
                         4645-MASK-PAIR-PARA-EXIT
                 MOVE WS-MSK-OLD TO RES-OLD-DATA
                 MOVE WS-MSK-NEW TO RES-NEW-DATA
               ELSE
                 MOVE AR001-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO RES-OLD-DATA
                 MOVE SPACES TO RES-NEW-DATA
               END-IF
               PERFORM 6210-RESULT-WRITE-PARA THRU
               MOVE '2' TO RES-DISP
               MOVE SPACE TO RES-3DISP
               MOVE SPACES TO RES-OLD-DATA
               MOVE AR002-DATA(WS-S) TO WS-MSK-REC
               PERFORM 4640-MASK-IMAGE-PARA THRU
                       4640-MASK-IMAGE-PARA-EXIT
               MOVE WS-MSK-REC TO RES-NEW-DATA
               PERFORM 6210-RESULT-WRITE-PARA THRU
                       6210-RESULT-WRITE-PARA-EXIT
             END-IF
                 MOVE '7' TO RES-DISP
                 MOVE '7' TO RES-3DISP
                 MOVE SPACES TO RES-OLD-DATA
                 MOVE AR003-DATA(WS-S) TO WS-MSK-REC
                 PERFORM 4640-MASK-IMAGE-PARA THRU
                         4640-MASK-IMAGE-PARA-EXIT
                 MOVE WS-MSK-REC TO RES-NEW-DATA
                 PERFORM 6210-RESULT-WRITE-PARA THRU
                         6210-RESULT-WRITE-PARA-EXIT
               END-IF
       6210-RESULT-WRITE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    FIELD PROFILE - A SANITY PASS OVER THE LOADED TABLES.  THE
      *    COMPARE ONLY SAYS WHERE FILE1 AND FILE2 DISAGREE; A FEED
      *    WHERE EVERY AMOUNT HAS GONE TO ZERO OR A CODE HAS GONE
      *    BLANK ON HALF THE RECORDS RECONCILES CLEAN AS LONG AS BOTH
      *    SIDES AGREE.  FOR EACH DICTIONARY FIELD, FILE1 BESIDE
      *    FILE2: BLANKS, NON-NUMERIC VALUES IN AN 'N' FIELD, THE
      *    MINIMUM, MAXIMUM AND TOTAL OF AN 'N' FIELD (IN UNITS OF
      *    ITS LAST DIGIT, AS THE TOLERANCE IS) AND THE DISTINCT
      *    VALUES OF A SHORT CODE FIELD.  A FIELD WITH A SHIFT LIMIT
      *    ON ITS DICTIONARY ROW IS FLAGGED WHEN ANY MEASURE MOVES
      *    BY MORE THAN THAT PERCENTAGE BETWEEN THE TWO FILES, AND
      *    THE FLAG RAISES THE JOB'S SEVERITY TO A WARNING.  A
      *    SENSITIVE FIELD'S VALUES ARE MASKED; ITS COUNTS AND
      *    SHIFTS STILL PRINT
       6300-PROFILE-PARA.
           IF WS-DICTCNT = 0 OR WS-ENTRY-TRUNCATED
             GO TO 6300-PROFILE-PARA-EXIT
           END-IF
           MOVE 0 TO WS-PRF-BRCH-CNT
           MOVE 'FIELD PROFILE - FILE1 VS FILE2' TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE WS-PRF-COL-HDG TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 0 TO WS-D1
           PERFORM UNTIL WS-D1 = WS-DICTCNT
             ADD 1 TO WS-D1
             PERFORM 6310-PROFILE-FIELD-PARA THRU
                     6310-PROFILE-FIELD-PARA-EXIT
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FIELDS PROFILED '       DELIMITED BY SIZE
                  WS-DICTCNT               DELIMITED BY SIZE
                  '   FIELDS SHIFTED BEYOND THEIR LIMIT '
                                           DELIMITED BY SIZE
                  WS-PRF-BRCH-CNT          DELIMITED BY SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           IF WS-PRF-BRCH-CNT > 0
             DISPLAY 'ENTRY ' WS-C1 ' FIELD PROFILE - '
                 WS-PRF-BRCH-CNT ' FIELDS SHIFTED BEYOND THEIR LIMIT'
             MOVE 4 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
           END-IF.
       6300-PROFILE-PARA-EXIT.
           EXIT.
      *
      *    PROFILE DICTIONARY FIELD WS-D1 ON BOTH SIDES AND PRINT
      *    ITS BLOCK
       6310-PROFILE-FIELD-PARA.
           MOVE DC-START(WS-D1) TO WS-PRF-START
           MOVE DC-LEN(WS-D1)   TO WS-PRF-LEN
           MOVE 'N' TO WS-PRF-NUM-SW WS-PRF-CODE-SW WS-PRF-FLD-BRCH-SW
           IF DC-TYPE(WS-D1) = 'N' AND WS-PRF-LEN NOT > 18
             MOVE 'Y' TO WS-PRF-NUM-SW
           END-IF
           IF DC-TYPE(WS-D1) = 'C' AND WS-PRF-LEN NOT > 8
             MOVE 'Y' TO WS-PRF-CODE-SW
           END-IF
           MOVE 1 TO WS-PRF-SIDE
           PERFORM 6320-PROFILE-SIDE-PARA THRU
                   6320-PROFILE-SIDE-PARA-EXIT
           MOVE 2 TO WS-PRF-SIDE
           PERFORM 6320-PROFILE-SIDE-PARA THRU
                   6320-PROFILE-SIDE-PARA-EXIT
      *
           MOVE SPACES TO WS-PRF-LIM-TXT
           IF DC-PRF-LIM-SW(WS-D1) = 'Y'
             MOVE DC-PRF-LIMIT(WS-D1) TO WS-PRF-EDIT3
             STRING 'SHIFT LIMIT '     DELIMITED BY SIZE
                    WS-PRF-EDIT3       DELIMITED BY SIZE
                    ' PCT'             DELIMITED BY SIZE
               INTO WS-PRF-LIM-TXT
             END-STRING
           ELSE
             MOVE 'NO SHIFT LIMIT' TO WS-PRF-LIM-TXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE DC-START(WS-D1) TO WS-PRF-EDIT3
           STRING 'FIELD '             DELIMITED BY SIZE
                  DC-FLDNAME(WS-D1)    DELIMITED BY SIZE
                  '  TYPE '            DELIMITED BY SIZE
                  DC-TYPE(WS-D1)       DELIMITED BY SIZE
                  '  START '           DELIMITED BY SIZE
                  WS-PRF-EDIT3         DELIMITED BY SIZE
                  '  LENGTH '          DELIMITED BY SIZE
                  DC-LEN(WS-D1)        DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-PRF-LIM-TXT       DELIMITED BY SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
      *
      *    BLANKS AND NON-NUMERICS ARE COMPARED AS A SHARE OF EACH
      *    FILE'S RECORDS, SO A FILE THAT SIMPLY GREW IS NOT FLAGGED
           MOVE 'BLANK'       TO RPT-PRF-MEASURE
           MOVE PF-BLANK(1)   TO WS-PRF-A1
           MOVE PF-BLANK(2)   TO WS-PRF-A2
           PERFORM 6340-PROFILE-RATE-PARA THRU
                   6340-PROFILE-RATE-PARA-EXIT
           PERFORM 6360-PROFILE-LINE-PARA THRU
                   6360-PROFILE-LINE-PARA-EXIT
           IF DC-TYPE(WS-D1) = 'N'
             MOVE 'NON-NUMERIC'  TO RPT-PRF-MEASURE
             MOVE PF-NONNUM(1)   TO WS-PRF-A1
             MOVE PF-NONNUM(2)   TO WS-PRF-A2
             PERFORM 6340-PROFILE-RATE-PARA THRU
                     6340-PROFILE-RATE-PARA-EXIT
             PERFORM 6360-PROFILE-LINE-PARA THRU
                     6360-PROFILE-LINE-PARA-EXIT
           END-IF
           IF WS-PRF-NUM-SW = 'Y'
             MOVE 'MINIMUM'      TO RPT-PRF-MEASURE
             MOVE PF-MIN(1)      TO WS-PRF-A1
             MOVE PF-MIN(2)      TO WS-PRF-A2
             MOVE 'N'            TO WS-PRF-CHK-SW
             PERFORM 6360-PROFILE-LINE-PARA THRU
                     6360-PROFILE-LINE-PARA-EXIT
             MOVE 'MAXIMUM'      TO RPT-PRF-MEASURE
             MOVE PF-MAX(1)      TO WS-PRF-A1
             MOVE PF-MAX(2)      TO WS-PRF-A2
             MOVE 'N'            TO WS-PRF-CHK-SW
             PERFORM 6360-PROFILE-LINE-PARA THRU
                     6360-PROFILE-LINE-PARA-EXIT
             MOVE 'TOTAL'        TO RPT-PRF-MEASURE
             MOVE PF-TOTAL(1)    TO WS-PRF-A1
             MOVE PF-TOTAL(2)    TO WS-PRF-A2
             PERFORM 6350-PROFILE-CHANGE-PARA THRU
                     6350-PROFILE-CHANGE-PARA-EXIT
             IF PF-OVFL-SW(1) = 'Y' OR PF-OVFL-SW(2) = 'Y'
               MOVE 'N' TO WS-PRF-CHK-SW
             END-IF
             PERFORM 6360-PROFILE-LINE-PARA THRU
                     6360-PROFILE-LINE-PARA-EXIT
           END-IF
           IF WS-PRF-CODE-SW = 'Y'
             MOVE 'DISTINCT VALUES' TO RPT-PRF-MEASURE
             MOVE PF-DIST(1)     TO WS-PRF-A1
             MOVE PF-DIST(2)     TO WS-PRF-A2
             PERFORM 6350-PROFILE-CHANGE-PARA THRU
                     6350-PROFILE-CHANGE-PARA-EXIT
             IF PF-DIST-OVER-SW(1) = 'Y' OR PF-DIST-OVER-SW(2) = 'Y'
               MOVE 'N' TO WS-PRF-CHK-SW
             END-IF
             PERFORM 6360-PROFILE-LINE-PARA THRU
                     6360-PROFILE-LINE-PARA-EXIT
           END-IF
           IF WS-PRF-FLD-BRCH-SW = 'Y'
             ADD 1 TO WS-PRF-BRCH-CNT
           END-IF.
       6310-PROFILE-FIELD-PARA-EXIT.
           EXIT.
      *
      *    ONE SIDE'S MEASURES FOR FIELD WS-D1 - SIDE 1 IS TABLE1
      *    (FILE1), SIDE 2 IS TABLE2 (FILE2)
       6320-PROFILE-SIDE-PARA.
           INITIALIZE PRF-SIDE(WS-PRF-SIDE)
           MOVE 'N' TO PF-OVFL-SW(WS-PRF-SIDE)
                       PF-DIST-OVER-SW(WS-PRF-SIDE)
           MOVE 0 TO WS-PFVCNT
           IF WS-PRF-SIDE = 1
             MOVE WS-I TO PF-ROWS(WS-PRF-SIDE)
           ELSE
             MOVE WS-J TO PF-ROWS(WS-PRF-SIDE)
           END-IF
           MOVE 0 TO WS-PRF-ROW
           PERFORM UNTIL WS-PRF-ROW = PF-ROWS(WS-PRF-SIDE)
             ADD 1 TO WS-PRF-ROW
             MOVE SPACES TO WS-PRF-VAL
             IF WS-PRF-SIDE = 1
               MOVE AR001-DATA(WS-PRF-ROW)
                      (WS-PRF-START : WS-PRF-LEN) TO WS-PRF-VAL
             ELSE
               MOVE AR002-DATA(WS-PRF-ROW)
                      (WS-PRF-START : WS-PRF-LEN) TO WS-PRF-VAL
             END-IF
             PERFORM 6330-PROFILE-VALUE-PARA THRU
                     6330-PROFILE-VALUE-PARA-EXIT
           END-PERFORM
           MOVE WS-PFVCNT TO PF-DIST(WS-PRF-SIDE).
       6320-PROFILE-SIDE-PARA-EXIT.
           EXIT.
      *
      *    ONE VALUE OF THE FIELD, IN WS-PRF-VAL
       6330-PROFILE-VALUE-PARA.
           IF WS-PRF-VAL = SPACES
             ADD 1 TO PF-BLANK(WS-PRF-SIDE)
             GO TO 6330-PROFILE-VALUE-PARA-EXIT
           END-IF
           IF DC-TYPE(WS-D1) = 'N'
             IF WS-PRF-VAL(1 : WS-PRF-LEN) IS NOT NUMERIC
               ADD 1 TO PF-NONNUM(WS-PRF-SIDE)
               GO TO 6330-PROFILE-VALUE-PARA-EXIT
             END-IF
             IF WS-PRF-NUM-SW = 'N'
               GO TO 6330-PROFILE-VALUE-PARA-EXIT
             END-IF
             MOVE 0 TO WS-PRF-NUM
             MOVE WS-PRF-VAL(1 : WS-PRF-LEN)
               TO WS-PRF-NUM(19 - WS-PRF-LEN : WS-PRF-LEN)
             ADD 1 TO PF-NUMCNT(WS-PRF-SIDE)
             IF PF-NUMCNT(WS-PRF-SIDE) = 1
              OR WS-PRF-NUM < PF-MIN(WS-PRF-SIDE)
               MOVE WS-PRF-NUM TO PF-MIN(WS-PRF-SIDE)
             END-IF
             IF WS-PRF-NUM > PF-MAX(WS-PRF-SIDE)
               MOVE WS-PRF-NUM TO PF-MAX(WS-PRF-SIDE)
             END-IF
             ADD WS-PRF-NUM TO PF-TOTAL(WS-PRF-SIDE)
               ON SIZE ERROR
                 MOVE 'Y' TO PF-OVFL-SW(WS-PRF-SIDE)
             END-ADD
             GO TO 6330-PROFILE-VALUE-PARA-EXIT
           END-IF
           IF WS-PRF-CODE-SW = 'N'
            OR PF-DIST-OVER-SW(WS-PRF-SIDE) = 'Y'
             GO TO 6330-PROFILE-VALUE-PARA-EXIT
           END-IF
           MOVE 'N' TO WS-PRF-FOUND-SW
           MOVE 0 TO WS-PFV1
           PERFORM UNTIL WS-PFV1 = WS-PFVCNT
              OR WS-PRF-FOUND-SW = 'Y'
             ADD 1 TO WS-PFV1
             IF PFV-VALUE(WS-PFV1) = WS-PRF-VAL(1:8)
               MOVE 'Y' TO WS-PRF-FOUND-SW
             END-IF
           END-PERFORM
           IF WS-PRF-FOUND-SW = 'N'
             IF WS-PFVCNT = 250
               MOVE 'Y' TO PF-DIST-OVER-SW(WS-PRF-SIDE)
             ELSE
               ADD 1 TO WS-PFVCNT
               MOVE WS-PRF-VAL(1:8) TO PFV-VALUE(WS-PFVCNT)
             END-IF
           END-IF.
       6330-PROFILE-VALUE-PARA-EXIT.
           EXIT.
      *
      *    SHIFT OF A COUNT MEASURED AS A SHARE OF EACH FILE'S
      *    RECORDS - THE DIFFERENCE IN PERCENTAGE POINTS
       6340-PROFILE-RATE-PARA.
           MOVE 'Y' TO WS-PRF-CHK-SW
           MOVE 0 TO WS-PRF-R1 WS-PRF-R2
           IF PF-ROWS(1) > 0
             COMPUTE WS-PRF-R1 ROUNDED =
               WS-PRF-A1 * 100 / PF-ROWS(1)
           END-IF
           IF PF-ROWS(2) > 0
             COMPUTE WS-PRF-R2 ROUNDED =
               WS-PRF-A2 * 100 / PF-ROWS(2)
           END-IF
           COMPUTE WS-PRF-DIFF = WS-PRF-R2 - WS-PRF-R1
           IF WS-PRF-DIFF < 0
             COMPUTE WS-PRF-DIFF = 0 - WS-PRF-DIFF
           END-IF.
       6340-PROFILE-RATE-PARA-EXIT.
           EXIT.
      *
      *    SHIFT OF A TOTAL OR A DISTINCT COUNT - THE CHANGE AS A
      *    PERCENTAGE OF THE FILE1 FIGURE.  ANYTHING APPEARING FROM
      *    NOTHING IS SHOWN AS THE LARGEST SHIFT THE LINE CAN CARRY
       6350-PROFILE-CHANGE-PARA.
           MOVE 'Y' TO WS-PRF-CHK-SW
           EVALUATE TRUE
           WHEN WS-PRF-A1 = WS-PRF-A2
             MOVE 0 TO WS-PRF-DIFF
           WHEN WS-PRF-A1 = 0
             MOVE 99999.9 TO WS-PRF-DIFF
           WHEN WS-PRF-A2 > WS-PRF-A1
             COMPUTE WS-PRF-DIFF ROUNDED =
               (WS-PRF-A2 - WS-PRF-A1) * 100 / WS-PRF-A1
               ON SIZE ERROR
                 MOVE 99999.9 TO WS-PRF-DIFF
             END-COMPUTE
           WHEN OTHER
             COMPUTE WS-PRF-DIFF ROUNDED =
               (WS-PRF-A1 - WS-PRF-A2) * 100 / WS-PRF-A1
           END-EVALUATE.
       6350-PROFILE-CHANGE-PARA-EXIT.
           EXIT.
      *
      *    PRINT ONE MEASURE - WS-PRF-A1/WS-PRF-A2 SIDE BY SIDE,
      *    THE SHIFT WHEN WS-PRF-CHK-SW SAYS ONE WAS WORKED OUT, AND
      *    THE FLAG WHEN THAT SHIFT PASSES THE FIELD'S LIMIT
       6360-PROFILE-LINE-PARA.
           MOVE SPACES TO RPT-PRF-VAL1 RPT-PRF-VAL2
                          RPT-PRF-SHIFT RPT-PRF-FLAG
           IF DC-SENS-SW(WS-D1) = 'Y'
            AND (RPT-PRF-MEASURE = 'MINIMUM' OR 'MAXIMUM' OR 'TOTAL')
             MOVE '*MASKED*' TO RPT-PRF-VAL1 RPT-PRF-VAL2
           ELSE
             MOVE WS-PRF-A1 TO WS-PRF-EDIT
             MOVE WS-PRF-EDIT TO RPT-PRF-VAL1
             MOVE WS-PRF-A2 TO WS-PRF-EDIT
             MOVE WS-PRF-EDIT TO RPT-PRF-VAL2
           END-IF
           IF RPT-PRF-MEASURE = 'TOTAL'
             IF PF-OVFL-SW(1) = 'Y'
               MOVE 'OVERFLOW' TO RPT-PRF-VAL1
             END-IF
             IF PF-OVFL-SW(2) = 'Y'
               MOVE 'OVERFLOW' TO RPT-PRF-VAL2
             END-IF
           END-IF
           IF RPT-PRF-MEASURE = 'DISTINCT VALUES'
             IF PF-DIST-OVER-SW(1) = 'Y'
               MOVE 'OVER 250' TO RPT-PRF-VAL1
             END-IF
             IF PF-DIST-OVER-SW(2) = 'Y'
               MOVE 'OVER 250' TO RPT-PRF-VAL2
             END-IF
           END-IF
           IF WS-PRF-CHK-SW = 'Y'
             MOVE WS-PRF-DIFF TO WS-PRF-EDIT-PCT
             MOVE WS-PRF-EDIT-PCT TO RPT-PRF-SHIFT
             IF DC-PRF-LIM-SW(WS-D1) = 'Y'
              AND WS-PRF-DIFF > DC-PRF-LIMIT(WS-D1)
               MOVE '** OVER LIMIT **' TO RPT-PRF-FLAG
               MOVE 'Y' TO WS-PRF-FLD-BRCH-SW
             END-IF
           END-IF
           MOVE WS-RPT-PRF-LINE TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT.
       6360-PROFILE-LINE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    READ THE CLOCK INTO WS-TIM-NOW - HUNDREDTHS OF A SECOND
      *    PAST MIDNIGHT
       6400-TIM-CLOCK-PARA.
           ACCEPT WS-TIM-CLOCK FROM TIME
           COMPUTE WS-TIM-NOW = WS-TIM-HH * 360000
                              + WS-TIM-MM * 6000
                              + WS-TIM-SS * 100
                              + WS-TIM-HS.
       6400-TIM-CLOCK-PARA-EXIT.
           EXIT.
      *
      *    WS-TIM-DIFF = WS-TIM-NOW LESS WS-TIM-FROM.  NO PHASE RUNS
      *    A DAY, SO A READING BELOW ITS START HAS CROSSED MIDNIGHT
       6410-TIM-DIFF-PARA.
           IF WS-TIM-NOW < WS-TIM-FROM
             COMPUTE WS-TIM-DIFF = WS-TIM-NOW + 8640000 - WS-TIM-FROM
           ELSE
             COMPUTE WS-TIM-DIFF = WS-TIM-NOW - WS-TIM-FROM
           END-IF.
       6410-TIM-DIFF-PARA-EXIT.
           EXIT.
      *
      *    ONE TIMING-HISTORY ROW FOR THE ENTRY JUST RUN - START AND
      *    END STAMPS, THE WHOLE ELAPSED TIME, THE LOAD (OPEN TO
      *    LAST RECORD STORED, RESTART FAST-FORWARD INCLUDED), SORT
      *    (BALANCE CHECK, TABLE SORTS AND RE-KEY PAIRING) AND MERGE
      *    (CLASSIFICATION PASSES AND THE WRITES THEY DRIVE) PHASES,
      *    AND RECORDS READ PER SECOND ACROSS EVERY INPUT.  AN ENTRY
      *    ABANDONED IN ITS LOAD OR FAILED BY ITS BALANCE CHECK
      *    NEVER FINISHED A SORT AND MERGE, SO ALL ITS TIME IS LOAD
      *    TIME.  WHAT IS LEFT AFTER THE MERGE - CLOSE, REPORT,
      *    PROFILE, RESULTS - COUNTS ONLY IN THE ELAPSED TIME
       6420-TIM-HIST-PARA.
           PERFORM 6400-TIM-CLOCK-PARA THRU
                   6400-TIM-CLOCK-PARA-EXIT
           MOVE WS-TIM-NOW TO WS-TIM-T4
           MOVE SPACES TO FS-TIMHFILE
           ACCEPT TMH-END-DATE FROM DATE YYYYMMDD
           MOVE WS-TIM-CLOCK          TO TMH-END-TIME
           MOVE CE-INFILE1(WS-C1)     TO TMH-INFILE1-NAME
           MOVE CE-OUT-PREFIX(WS-C1)  TO TMH-OUT-PREFIX
           MOVE CE-STREAM(WS-C1)      TO TMH-STREAM
           MOVE WS-TIM-START-DATE     TO TMH-START-DATE
           MOVE WS-TIM-START-TIME     TO TMH-START-TIME
           MOVE WS-TIM-T0 TO WS-TIM-FROM
           MOVE WS-TIM-T4 TO WS-TIM-NOW
           PERFORM 6410-TIM-DIFF-PARA THRU
                   6410-TIM-DIFF-PARA-EXIT
           MOVE WS-TIM-DIFF TO TMH-ELAPSED
           IF WS-TIM-PHASE-SW = 'Y'
             MOVE WS-TIM-T1 TO WS-TIM-NOW
             PERFORM 6410-TIM-DIFF-PARA THRU
                     6410-TIM-DIFF-PARA-EXIT
             MOVE WS-TIM-DIFF TO TMH-LOAD
             MOVE WS-TIM-T1 TO WS-TIM-FROM
             MOVE WS-TIM-T2 TO WS-TIM-NOW
             PERFORM 6410-TIM-DIFF-PARA THRU
                     6410-TIM-DIFF-PARA-EXIT
             MOVE WS-TIM-DIFF TO TMH-SORT
             MOVE WS-TIM-T2 TO WS-TIM-FROM
             MOVE WS-TIM-T3 TO WS-TIM-NOW
             PERFORM 6410-TIM-DIFF-PARA THRU
                     6410-TIM-DIFF-PARA-EXIT
             MOVE WS-TIM-DIFF TO TMH-MERGE
           ELSE
             MOVE TMH-ELAPSED TO TMH-LOAD
             MOVE 0 TO TMH-SORT TMH-MERGE
           END-IF
           COMPUTE TMH-RECORDS = WS-I + WS-J + WS-N
           IF TMH-ELAPSED > 0
             COMPUTE TMH-RATE = (TMH-RECORDS * 100) / TMH-ELAPSED
               ON SIZE ERROR
                 MOVE 9999999 TO TMH-RATE
             END-COMPUTE
           ELSE
             MOVE TMH-RECORDS TO TMH-RATE
           END-IF
           MOVE WS-TRUNC-SW TO TMH-TRUNC-SW
           WRITE FS-TIMHFILE.
       6420-TIM-HIST-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    AUDIT HEADER - WHEN THIS ENTRY STARTED AND WHICH INPUT
      *    FILES IT ACTUALLY READ
       7000-AUDIT-HEADER-PARA.
           MOVE WS-RPT-LINE TO FS-REPTFILE
           WRITE FS-REPTFILE
           ADD 1 TO WS-RPT-LINE-CNT
      *    THE SAME LINE, TAGGED WITH ITS ENTRY, FOR THE DEPARTMENT
      *    PACKETS - PAGE HEADINGS ARE NOT SPOOLED, THE PACKET
      *    PRINTS ITS OWN
           IF WS-PKT-ENTRY > 0 AND WS-PKS-OPEN-SW = 'Y'
             MOVE WS-PKT-TYPE  TO PKS-TYPE
             MOVE WS-PKT-SECT  TO PKS-SECT
             MOVE WS-PKT-ENTRY TO PKS-ENTRY
             MOVE WS-RPT-LINE  TO PKS-LINE
             WRITE FS-PKSFILE
           END-IF
           MOVE SPACES TO WS-RPT-LINE.
       8200-RPT-WRITE-PARA-EXIT.
           EXIT.
             MOVE WS-ENTRIES-ABND TO JST-ENTRIES-ABND
             MOVE WS-JOB-RC       TO JST-WORST-RC
             MOVE WS-ENTRIES-NDUE TO JST-ENTRIES-NDUE
             MOVE WS-ENTRIES-LATE TO JST-ENTRIES-LATE
             WRITE FS-JOBSTFILE
             CLOSE JOBSTFILE
           WHEN OTHER
           MOVE 'TOTAL CHANGED' TO RPT-GT-LABEL
           MOVE WS-GT-CHANGE-CNT TO RPT-GT-CNT
           MOVE WS-RPT-GT-LINE TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 'TOTAL PROBABLE RE-KEYS' TO RPT-GT-LABEL
           MOVE WS-GT-REKEY-CNT TO RPT-GT-CNT
           MOVE WS-RPT-GT-LINE TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT
           MOVE 'ENTRIES LATE - INPUT MISSING' TO RPT-GT-LABEL
           MOVE WS-ENTRIES-LATE TO RPT-GT-CNT
           MOVE WS-RPT-GT-LINE TO WS-RPT-LINE
           PERFORM 8200-RPT-WRITE-PARA THRU
                   8200-RPT-WRITE-PARA-EXIT.
       9100-GRAND-TOTAL-PARA-EXIT.
                 AT END
                   SET F22-EOF TO TRUE
                 NOT AT END
      *    A NOT-DUE MARKER ROW IS NOT A RUN AND WOULD SHOW AS A
      *    FALSE COLLAPSE TO ZERO RECORDS
                   EVALUATE TRUE
                   WHEN HIST-NOTDUE-SW = 'Y'
                     CONTINUE
                   WHEN WS-HCNT < 5000
                     ADD 1 TO WS-HCNT
                     MOVE HIST-RUN-DATE TO HT-DATE(WS-HCNT)
                     MOVE HIST-INFILE1-NAME
                     MOVE HIST-UNMATCH2-CNT TO HT-UM2(WS-HCNT)
                     MOVE HIST-TRUNC-SW     TO HT-TRUNC(WS-HCNT)
                     MOVE SPACE             TO HT-DONE(WS-HCNT)
                   WHEN OTHER
                     DISPLAY 'RUN HISTORY EXCEEDS 5000 ROWS - '
                         'TREND REPORT COVERS THE FIRST 5000'
                     SET F22-EOF TO TRUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE HISTFILE
           MOVE OI-COUNT(WS-O1) TO AGE-DTL-CNT
           MOVE WS-AGE-DTL TO FS-AGEFILE
           WRITE FS-AGEFILE
           ADD 1 TO WS-AGE-SECT-CNT
      *    SPOOL THE LINE FOR THE PACKETS UNDER THE ENTRY WHOSE
      *    INFILE1 RAISED THE ITEM - NONE LEFT ON THE CONTROL FILE
      *    SPOOLS AS ENTRY ZERO AND GOES TO THE UNROUTED PACKET
           IF WS-PKS-OPEN-SW = 'Y'
             MOVE 0 TO PKS-ENTRY
             MOVE 0 TO WS-PKT-C
             PERFORM UNTIL WS-PKT-C = WS-CTLCNT
                        OR PKS-ENTRY > 0
               ADD 1 TO WS-PKT-C
               IF CE-INFILE1(WS-PKT-C) = OI-INFILE1(WS-O1)
                 MOVE WS-PKT-C TO PKS-ENTRY
               END-IF
             END-PERFORM
             MOVE 'A'             TO PKS-TYPE
             MOVE OI-STATE(WS-O1) TO PKS-SECT
             MOVE WS-AGE-DTL      TO PKS-LINE
             WRITE FS-PKSFILE
           END-IF.
       9365-AGING-LINE-PARA-EXIT.
           EXIT.
      *
                 WRITE FS-OPNFILE
               END-IF
             END-PERFORM
             CLOSE OPNFILE
           WHEN OTHER
             DISPLAY 'OPEN-ITEMS FILE NOT SAVED ' WS-FS30
           END-EVALUATE.
       9370-SAVE-OPENITEMS-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    FOLD THE NIGHT'S ACKNOWLEDGMENT ACTIVITY INTO THE AUDIT
      *    TRAIL - ONE 'ACKUSED' ROW PER DISPOSITION STILL
      *    MATCHING A LIVE EXCEPTION, ONE 'ACKDONE' ROW PER
      *    DISPOSITION NOTHING MATCHED ANY MORE (THE EXCEPTION
      *    RESOLVED OR ITS IMAGES CHANGED).  THE UNUSED ROWS ARE
      *    ONLY MEANINGFUL ON A FULL SERIAL RUN - A SINGLE STREAM
      *    SEES ONLY ITS OWN ENTRIES AND CANNOT JUDGE THEM
       9380-DISPO-AUDIT-PARA.
           MOVE 0 TO WS-D2
           PERFORM UNTIL WS-D2 = WS-DSPCNT
             ADD 1 TO WS-D2
             IF DS-USED-SW(WS-D2) = 'Y'
              OR WS-STREAM-ID = SPACES
               IF DS-USED-SW(WS-D2) = 'Y'
                 MOVE 'ACKUSED' TO AUD-REC-TYPE
               ELSE
                 MOVE 'ACKDONE' TO AUD-REC-TYPE
               END-IF
               ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT AUD-RUN-TIME FROM TIME
               MOVE SPACES TO AUD-INFILE1 AUD-INFILE2 AUD-INFILE3
               STRING 'ENAME=' DELIMITED BY SIZE
                      DS-ENAME(WS-D2) DELIMITED BY SIZE
                      ' ID=' DELIMITED BY SIZE
                      DS-ID(WS-D2) DELIMITED BY SIZE
                      ' STATUS=' DELIMITED BY SIZE
                      DS-STATUS(WS-D2) DELIMITED BY SIZE
                      ' BY=' DELIMITED BY SIZE
                      DS-INIT(WS-D2) DELIMITED BY SIZE
                      ' ON=' DELIMITED BY SIZE
                      DS-DATE(WS-D2) DELIMITED BY SIZE
                 INTO AUD-INFILE1
               END-STRING
               MOVE 0 TO AUD-FS1 AUD-FS2 AUD-FS3 AUD-FS4
                         AUD-FS5 AUD-FS6
               MOVE 0 TO AUD-REC-CNT1 AUD-REC-CNT2
               MOVE 'N' TO AUD-TRUNC-SW
               MOVE 'N' TO AUD-HELD-SW
               WRITE FS-AUDITFILE
             END-IF
           END-PERFORM.
       9380-DISPO-AUDIT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    BATCH TIMING AND STREAM-BALANCE REPORT.  EVERY TIMING
      *    HISTORY (CLASSIC AND EACH STREAM'S) IS READ BACK: EACH
      *    ENTRY'S RUN TONIGHT, AND THE AVERAGE OF ITS FIVE MOST
      *    RECENT EARLIER RUNS.  PER STREAM, TONIGHT'S ELAPSED TIME
      *    AND FINISH ARE SET AGAINST THE BATCH-WINDOW CUTOFF (HHMM
      *    IN THE COMPARE-WINDOW ENVIRONMENT VARIABLE, 0600 WHEN
      *    UNSET), AND A FINISH IS PROJECTED FROM THE AVERAGES - SO
      *    A DRY RUN BEFORE THE BATCH SHOWS WHETHER TONIGHT WILL
      *    FIT.  LAST, A CTL-STREAM ASSIGNMENT IS PROPOSED THAT
      *    SPREADS THOSE AVERAGES EVENLY OVER THE STREAMS IN USE.
      *    A BATCH NIGHT RUNS NOON TO NOON: A RUN STARTED BEFORE
      *    NOON BELONGS TO THE NIGHT BEFORE
       9400-TIMING-PARA.
           MOVE SPACES TO WS-TIM-WINDOW
           ACCEPT WS-TIM-WINDOW FROM ENVIRONMENT 'COMPARE-WINDOW'
             ON EXCEPTION
               MOVE SPACES TO WS-TIM-WINDOW
           END-ACCEPT
           IF WS-TIM-WINDOW = SPACES
             MOVE '0600' TO WS-TIM-WINDOW
           END-IF
           IF WS-TIM-WINDOW NOT NUMERIC
            OR WS-TIM-WINDOW(1:2) > '23'
            OR WS-TIM-WINDOW(3:2) > '59'
             DISPLAY 'BATCH WINDOW CUTOFF NOT HHMM - ' WS-TIM-WINDOW
                 ' - 0600 USED'
             MOVE '0600' TO WS-TIM-WINDOW
           END-IF
           MOVE WS-TIM-WINDOW TO WS-TIM-CLOCK
           COMPUTE WS-TIM-WIN-OFS = WS-TIM-HH * 60 + WS-TIM-MM - 720
           IF WS-TIM-WIN-OFS < 0
             ADD 1440 TO WS-TIM-WIN-OFS
           END-IF
      *
      *    WHICH NIGHT THIS JOB BELONGS TO, AND WHEN IN IT IT BEGAN
           MOVE WS-RUN-DATE TO WS-TIM-DATE-N
           COMPUTE WS-TIM-NIGHT =
             FUNCTION INTEGER-OF-DATE(WS-TIM-DATE-N)
           IF WS-LATE-START-MIN < 720
             SUBTRACT 1 FROM WS-TIM-NIGHT
             COMPUTE WS-TIM-JOB-OFS = WS-LATE-START-MIN + 720
           ELSE
             COMPUTE WS-TIM-JOB-OFS = WS-LATE-START-MIN - 720
           END-IF
           COMPUTE WS-TIM-NIGHT-DATE =
             FUNCTION DATE-OF-INTEGER(WS-TIM-NIGHT)
      *
      *    ENTRIES IN SCOPE - ALL OF THEM, OR A STREAM INSTANCE'S
      *    OWN.  ONLY THOSE DUE TONIGHT ARE PROJECTED AND BALANCED
           INITIALIZE TABLE22 TABLE23
           MOVE 0 TO WS-TIM-E
           PERFORM UNTIL WS-TIM-E = WS-CTLCNT
             ADD 1 TO WS-TIM-E
             MOVE 'N' TO TM-TON-SW(WS-TIM-E) TM-SCOPE-SW(WS-TIM-E)
                         TM-INCL-SW(WS-TIM-E)
             MOVE 'Y' TO TM-PICK-SW(WS-TIM-E)
             IF WS-STREAM-ID = SPACES
              OR CE-STREAM(WS-TIM-E) = WS-STREAM-ID
               MOVE 'Y' TO TM-SCOPE-SW(WS-TIM-E)
               IF CE-DUE-SW(WS-TIM-E) = 'Y'
                 MOVE 'Y' TO TM-INCL-SW(WS-TIM-E)
               END-IF
             END-IF
             MOVE 0 TO WS-TIM-S
             PERFORM UNTIL WS-TIM-S = WS-STRMCNT
               ADD 1 TO WS-TIM-S
               IF WS-STRM-NUM(WS-TIM-S) = CE-STREAM(WS-TIM-E)
                 MOVE WS-TIM-S TO TM-STRM-IX(WS-TIM-E)
               END-IF
             END-PERFORM
             MOVE TM-STRM-IX(WS-TIM-E) TO TM-NEW-IX(WS-TIM-E)
           END-PERFORM
      *
           PERFORM 9410-TIM-LOAD-PARA THRU
                   9410-TIM-LOAD-PARA-EXIT
           PERFORM 9420-TIM-PLAN-PARA THRU
                   9420-TIM-PLAN-PARA-EXIT
           PERFORM 9430-TIM-BALANCE-PARA THRU
                   9430-TIM-BALANCE-PARA-EXIT
      *
           INITIALIZE WS-FS47
           OPEN OUTPUT TIMRFILE
           EVALUATE TRUE
           WHEN F47-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'TIMING REPORT NOT OPEN ' WS-FS47
             GO TO 9400-TIMING-PARA-EXIT
           END-EVALUATE
           PERFORM 9440-TIM-REPORT-PARA THRU
                   9440-TIM-REPORT-PARA-EXIT
           CLOSE TIMRFILE
           DISPLAY 'TIMING REPORT COMPLETE - ' WS-TIM-ROWS
               ' TIMING ROWS READ, ' WS-TIM-MOVES
               ' STREAM MOVES PROPOSED'.
       9400-TIMING-PARA-EXIT.
           EXIT.
      *
      *    READ THE CLASSIC TIMING HISTORY AND EVERY STREAM'S, THEN
      *    PUT THIS INSTANCE'S OWN FILE NAMES BACK
       9410-TIM-LOAD-PARA.
           MOVE 0 TO WS-TIM-ROWS
           MOVE WS-STRM-TAIL TO WS-TIM-SAVE-TAIL
           MOVE SPACES TO WS-STRM-TAIL
           PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                   1010-BUILD-JOBNAMES-PARA-EXIT
           PERFORM 9412-TIM-LOAD-FILE-PARA THRU
                   9412-TIM-LOAD-FILE-PARA-EXIT
           MOVE 0 TO WS-M1
           PERFORM UNTIL WS-M1 = WS-STRMCNT
             ADD 1 TO WS-M1
             MOVE SPACES TO WS-STRM-TAIL
             STRING '.S'                  DELIMITED BY SIZE
                    WS-STRM-NUM(WS-M1)    DELIMITED BY SIZE
               INTO WS-STRM-TAIL
             END-STRING
             PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                     1010-BUILD-JOBNAMES-PARA-EXIT
             PERFORM 9412-TIM-LOAD-FILE-PARA THRU
                     9412-TIM-LOAD-FILE-PARA-EXIT
           END-PERFORM
           MOVE WS-TIM-SAVE-TAIL TO WS-STRM-TAIL
           PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                   1010-BUILD-JOBNAMES-PARA-EXIT.
       9410-TIM-LOAD-PARA-EXIT.
           EXIT.
      *
       9412-TIM-LOAD-FILE-PARA.
           INITIALIZE WS-FS46
           OPEN INPUT TIMHFILE
           EVALUATE TRUE
           WHEN F46-SUCCESS
             CONTINUE
           WHEN WS-FS46 = 05
             CLOSE TIMHFILE
             GO TO 9412-TIM-LOAD-FILE-PARA-EXIT
           WHEN OTHER
             DISPLAY 'RUN TIMINGS NOT READABLE ' WS-TIMHFILE-NAME
                 ' ' WS-FS46
             GO TO 9412-TIM-LOAD-FILE-PARA-EXIT
           END-EVALUATE
           PERFORM UNTIL F46-EOF
             READ TIMHFILE
               AT END
                 SET F46-EOF TO TRUE
               NOT AT END
                 PERFORM 9414-TIM-ROW-PARA THRU
                         9414-TIM-ROW-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE TIMHFILE.
       9412-TIM-LOAD-FILE-PARA-EXIT.
           EXIT.
      *
      *    ONE TIMING ROW - MATCHED TO ITS CONTROL ENTRY BY INPUT
      *    FILE 1 AND OUT-PREFIX, THEN FILED AS TONIGHT'S RUN OR AS
      *    AN EARLIER ONE.  A ROW FOR A RETIRED ENTRY IS PASSED BY
       9414-TIM-ROW-PARA.
           ADD 1 TO WS-TIM-ROWS
           IF TMH-ELAPSED NOT NUMERIC
            OR TMH-START-DATE NOT NUMERIC
            OR TMH-END-DATE NOT NUMERIC
             GO TO 9414-TIM-ROW-PARA-EXIT
           END-IF
           MOVE 0 TO WS-TIM-E
           MOVE 0 TO WS-TIM-C
           PERFORM UNTIL WS-TIM-C = WS-CTLCNT OR WS-TIM-E > 0
             ADD 1 TO WS-TIM-C
             IF CE-INFILE1(WS-TIM-C) = TMH-INFILE1-NAME
              AND CE-OUT-PREFIX(WS-TIM-C) = TMH-OUT-PREFIX
               MOVE WS-TIM-C TO WS-TIM-E
             END-IF
           END-PERFORM
           IF WS-TIM-E = 0
             GO TO 9414-TIM-ROW-PARA-EXIT
           END-IF
      *
           MOVE TMH-START-DATE TO WS-TIM-DATE-N
           COMPUTE WS-TIM-DAY = FUNCTION INTEGER-OF-DATE(WS-TIM-DATE-N)
           MOVE WS-TIM-DAY TO WS-TIM-ROW-NIGHT
           IF TMH-START-TIME(1:2) < '12'
             SUBTRACT 1 FROM WS-TIM-ROW-NIGHT
           END-IF
           MOVE SPACES TO WS-TIM-STAMP
           STRING TMH-START-DATE  DELIMITED BY SIZE
                  TMH-START-TIME  DELIMITED BY SIZE
             INTO WS-TIM-STAMP
           END-STRING
           EVALUATE TRUE
           WHEN WS-TIM-ROW-NIGHT = WS-TIM-NIGHT
             IF TM-TON-SW(WS-TIM-E) NOT = 'Y'
              OR WS-TIM-STAMP > TM-TON-STAMP(WS-TIM-E)
               PERFORM 9416-TIM-TONIGHT-PARA THRU
                       9416-TIM-TONIGHT-PARA-EXIT
             END-IF
           WHEN WS-TIM-ROW-NIGHT < WS-TIM-NIGHT
            AND TMH-TRUNC-SW NOT = 'Y'
             PERFORM 9418-TIM-EARLIER-PARA THRU
                     9418-TIM-EARLIER-PARA-EXIT
           WHEN OTHER
             CONTINUE
           END-EVALUATE.
       9414-TIM-ROW-PARA-EXIT.
           EXIT.
      *
      *    TONIGHT'S RUN OF ENTRY WS-TIM-E.  ITS START AND END ARE
      *    KEPT AS MINUTES PAST NOON OF THE NIGHT (WS-TIM-DAY IS
      *    STILL THE START DATE AS A DAY NUMBER)
       9416-TIM-TONIGHT-PARA.
           MOVE 'Y'             TO TM-TON-SW(WS-TIM-E)
           MOVE WS-TIM-STAMP    TO TM-TON-STAMP(WS-TIM-E)
           MOVE TMH-START-TIME  TO TM-TON-STIME(WS-TIM-E)
           MOVE TMH-END-TIME    TO TM-TON-ETIME(WS-TIM-E)
           MOVE TMH-ELAPSED     TO TM-TON-ELAPSED(WS-TIM-E)
           MOVE TMH-LOAD        TO TM-TON-LOAD(WS-TIM-E)
           MOVE TMH-SORT        TO TM-TON-SORT(WS-TIM-E)
           MOVE TMH-MERGE       TO TM-TON-MERGE(WS-TIM-E)
           MOVE TMH-RATE        TO TM-TON-RATE(WS-TIM-E)
           MOVE TMH-TRUNC-SW    TO TM-TON-TRUNC(WS-TIM-E)
           MOVE TMH-START-TIME  TO WS-TIM-CLOCK
           COMPUTE TM-TON-START(WS-TIM-E) =
             WS-TIM-HH * 60 + WS-TIM-MM - 720
             + (WS-TIM-DAY - WS-TIM-NIGHT) * 1440
           MOVE TMH-END-DATE TO WS-TIM-DATE-N
           COMPUTE WS-TIM-DAY = FUNCTION INTEGER-OF-DATE(WS-TIM-DATE-N)
           MOVE TMH-END-TIME    TO WS-TIM-CLOCK
           COMPUTE TM-TON-END(WS-TIM-E) =
             WS-TIM-HH * 60 + WS-TIM-MM - 720
             + (WS-TIM-DAY - WS-TIM-NIGHT) * 1440.
       9416-TIM-TONIGHT-PARA-EXIT.
           EXIT.
      *
      *    AN EARLIER RUN OF ENTRY WS-TIM-E - KEPT ONLY WHILE IT IS
      *    AMONG THE FIVE MOST RECENT SEEN SO FAR, SINCE THE
      *    HISTORIES ARE READ ONE FILE AFTER ANOTHER, NOT IN ONE
      *    DATE ORDER.  AN ABANDONED RUN NEVER GETS HERE - IT STOPS
      *    IN SECONDS AND WOULD DRAG THE AVERAGE DOWN
       9418-TIM-EARLIER-PARA.
           IF TM-HCNT(WS-TIM-E) < 5
             ADD 1 TO TM-HCNT(WS-TIM-E)
             MOVE TM-HCNT(WS-TIM-E) TO WS-TIM-H
           ELSE
             MOVE 1 TO WS-TIM-HMIN
             MOVE 1 TO WS-TIM-H
             PERFORM UNTIL WS-TIM-H = 5
               ADD 1 TO WS-TIM-H
               IF TM-H-STAMP(WS-TIM-E, WS-TIM-H)
                < TM-H-STAMP(WS-TIM-E, WS-TIM-HMIN)
                 MOVE WS-TIM-H TO WS-TIM-HMIN
               END-IF
             END-PERFORM
             IF WS-TIM-STAMP NOT > TM-H-STAMP(WS-TIM-E, WS-TIM-HMIN)
               GO TO 9418-TIM-EARLIER-PARA-EXIT
             END-IF
             MOVE WS-TIM-HMIN TO WS-TIM-H
           END-IF
           MOVE WS-TIM-STAMP TO TM-H-STAMP(WS-TIM-E, WS-TIM-H)
           MOVE TMH-ELAPSED  TO TM-H-ELAPSED(WS-TIM-E, WS-TIM-H).
       9418-TIM-EARLIER-PARA-EXIT.
           EXIT.
      *
      *    EACH ENTRY'S PLANNING DURATION - THE TRAILING AVERAGE, OR
      *    TONIGHT'S OWN TIME FOR AN ENTRY WITH NO EARLIER RUN UNLESS
      *    TONIGHT'S RUN WAS ABANDONED - AND
      *    THE PER-STREAM TOTALS UNDER THE CURRENT ASSIGNMENT.  THE
      *    PROJECTION STARTS FROM THE FIRST ENTRY STARTED TONIGHT,
      *    OR FROM THIS JOB'S OWN START WHEN NOTHING HAS RUN YET
       9420-TIM-PLAN-PARA.
           MOVE 'N' TO WS-TIM-ANCHOR-SW
           MOVE WS-TIM-JOB-OFS TO WS-TIM-ANCHOR
           MOVE -99999 TO WS-TIM-BATCH-ACT
           MOVE 0 TO WS-TIM-E
           PERFORM UNTIL WS-TIM-E = WS-CTLCNT
             ADD 1 TO WS-TIM-E
             MOVE 0 TO WS-TIM-SUM
             MOVE 0 TO WS-TIM-H
             PERFORM UNTIL WS-TIM-H = TM-HCNT(WS-TIM-E)
               ADD 1 TO WS-TIM-H
               ADD TM-H-ELAPSED(WS-TIM-E, WS-TIM-H) TO WS-TIM-SUM
             END-PERFORM
             EVALUATE TRUE
             WHEN TM-HCNT(WS-TIM-E) > 0
               COMPUTE TM-AVG(WS-TIM-E) =
                 WS-TIM-SUM / TM-HCNT(WS-TIM-E)
               MOVE TM-AVG(WS-TIM-E) TO TM-PLAN(WS-TIM-E)
               MOVE 'TRAILING AVG' TO TM-BASIS(WS-TIM-E)
             WHEN TM-TON-SW(WS-TIM-E) = 'Y'
              AND TM-TON-TRUNC(WS-TIM-E) NOT = 'Y'
               MOVE TM-TON-ELAPSED(WS-TIM-E) TO TM-PLAN(WS-TIM-E)
               MOVE 'TONIGHT ONLY' TO TM-BASIS(WS-TIM-E)
             WHEN OTHER
               MOVE 0 TO TM-PLAN(WS-TIM-E)
               MOVE 'NO TIMINGS' TO TM-BASIS(WS-TIM-E)
             END-EVALUATE
             IF TM-INCL-SW(WS-TIM-E) = 'Y'
              AND TM-STRM-IX(WS-TIM-E) > 0
               MOVE TM-STRM-IX(WS-TIM-E) TO WS-TIM-S
               ADD 1 TO TS-ENTRIES(WS-TIM-S)
               ADD TM-PLAN(WS-TIM-E) TO TS-PLAN(WS-TIM-S)
               IF TM-TON-SW(WS-TIM-E) = 'Y'
                 PERFORM 9422-TIM-STREAM-RUN-PARA THRU
                         9422-TIM-STREAM-RUN-PARA-EXIT
               END-IF
             END-IF
           END-PERFORM.
       9420-TIM-PLAN-PARA-EXIT.
           EXIT.
      *
      *    FOLD TONIGHT'S RUN OF ENTRY WS-TIM-E INTO STREAM WS-TIM-S
       9422-TIM-STREAM-RUN-PARA.
           ADD 1 TO TS-RAN(WS-TIM-S)
           ADD TM-TON-ELAPSED(WS-TIM-E) TO TS-ELAPSED(WS-TIM-S)
           IF TS-RAN(WS-TIM-S) = 1
            OR TM-TON-START(WS-TIM-E) < TS-FIRST(WS-TIM-S)
             MOVE TM-TON-START(WS-TIM-E) TO TS-FIRST(WS-TIM-S)
           END-IF
           IF TS-RAN(WS-TIM-S) = 1
            OR TM-TON-END(WS-TIM-E) > TS-LAST(WS-TIM-S)
             MOVE TM-TON-END(WS-TIM-E) TO TS-LAST(WS-TIM-S)
           END-IF
           IF WS-TIM-ANCHOR-SW = 'N'
            OR TM-TON-START(WS-TIM-E) < WS-TIM-ANCHOR
             MOVE TM-TON-START(WS-TIM-E) TO WS-TIM-ANCHOR
             MOVE 'Y' TO WS-TIM-ANCHOR-SW
           END-IF
           IF TM-TON-END(WS-TIM-E) > WS-TIM-BATCH-ACT
             MOVE TM-TON-END(WS-TIM-E) TO WS-TIM-BATCH-ACT
           END-IF.
       9422-TIM-STREAM-RUN-PARA-EXIT.
           EXIT.
      *
      *    PROPOSED ASSIGNMENT - LONGEST PLANNING DURATION FIRST,
      *    EACH ONTO WHICHEVER STREAM IS LIGHTEST SO FAR, STAYING
      *    PUT WHEN ITS OWN STREAM IS AMONG THE LIGHTEST.  ONLY THE
      *    STREAM IDS ALREADY IN USE ARE OFFERED, AND AN ENTRY WITH
      *    NO TIMINGS, OR NOT DUE TONIGHT, KEEPS ITS STREAM
       9430-TIM-BALANCE-PARA.
           MOVE 0 TO WS-TIM-MOVES
           IF WS-STRMCNT < 2
             GO TO 9430-TIM-BALANCE-PARA-EXIT
           END-IF
           MOVE 0 TO WS-TIM-E
           PERFORM UNTIL WS-TIM-E = WS-CTLCNT
             ADD 1 TO WS-TIM-E
             IF TM-INCL-SW(WS-TIM-E) = 'Y'
              AND TM-PLAN(WS-TIM-E) > 0
              AND TM-STRM-IX(WS-TIM-E) > 0
               MOVE 'N' TO TM-PICK-SW(WS-TIM-E)
             ELSE
               IF TM-INCL-SW(WS-TIM-E) = 'Y'
                AND TM-STRM-IX(WS-TIM-E) > 0
                 MOVE TM-STRM-IX(WS-TIM-E) TO WS-TIM-S
                 ADD TM-PLAN(WS-TIM-E) TO TS-NEW-PLAN(WS-TIM-S)
               END-IF
             END-IF
           END-PERFORM
      *
           MOVE 1 TO WS-TIM-BEST
           PERFORM UNTIL WS-TIM-BEST = 0
             MOVE 0 TO WS-TIM-BEST
             MOVE 0 TO WS-TIM-E
             PERFORM UNTIL WS-TIM-E = WS-CTLCNT
               ADD 1 TO WS-TIM-E
               IF TM-PICK-SW(WS-TIM-E) = 'N'
                 IF WS-TIM-BEST = 0
                   MOVE WS-TIM-E TO WS-TIM-BEST
                 ELSE
                   IF TM-PLAN(WS-TIM-E) > TM-PLAN(WS-TIM-BEST)
                     MOVE WS-TIM-E TO WS-TIM-BEST
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF WS-TIM-BEST > 0
               PERFORM 9432-TIM-PLACE-PARA THRU
                       9432-TIM-PLACE-PARA-EXIT
             END-IF
           END-PERFORM.
       9430-TIM-BALANCE-PARA-EXIT.
           EXIT.
      *
      *    PLACE ENTRY WS-TIM-BEST ON THE LIGHTEST STREAM
       9432-TIM-PLACE-PARA.
           MOVE 'Y' TO TM-PICK-SW(WS-TIM-BEST)
           MOVE 1 TO WS-TIM-SMIN
           MOVE 1 TO WS-TIM-S
           PERFORM UNTIL WS-TIM-S = WS-STRMCNT
             ADD 1 TO WS-TIM-S
             IF TS-NEW-PLAN(WS-TIM-S) < TS-NEW-PLAN(WS-TIM-SMIN)
               MOVE WS-TIM-S TO WS-TIM-SMIN
             END-IF
           END-PERFORM
           MOVE TM-STRM-IX(WS-TIM-BEST) TO WS-TIM-S
           IF TS-NEW-PLAN(WS-TIM-S) = TS-NEW-PLAN(WS-TIM-SMIN)
             MOVE WS-TIM-S TO WS-TIM-SMIN
           END-IF
           MOVE WS-TIM-SMIN TO TM-NEW-IX(WS-TIM-BEST)
           ADD TM-PLAN(WS-TIM-BEST) TO TS-NEW-PLAN(WS-TIM-SMIN)
           IF WS-TIM-SMIN NOT = TM-STRM-IX(WS-TIM-BEST)
             ADD 1 TO WS-TIM-MOVES
           END-IF.
       9432-TIM-PLACE-PARA-EXIT.
           EXIT.
      *
      *    PRINT THE REPORT - ENTRY TIMINGS, STREAMS AGAINST THE
      *    WINDOW, THE BATCH FINISH, THEN THE PROPOSED ASSIGNMENT
       9440-TIM-REPORT-PARA.
           MOVE WS-TIM-WIN-OFS TO WS-TIM-OFS
           PERFORM 9492-TIM-HHMM-PARA THRU
                   9492-TIM-HHMM-PARA-EXIT
           MOVE SPACES TO WS-TIM-LINE
           STRING 'COMPARE BATCH TIMING AND STREAM BALANCE - NIGHT OF '
                                        DELIMITED BY SIZE
                  WS-TIM-NIGHT-DATE     DELIMITED BY SIZE
                  ', BATCH WINDOW CUTOFF '
                                        DELIMITED BY SIZE
                  WS-TIM-HHMM           DELIMITED BY SIZE
             INTO WS-TIM-LINE
           END-STRING
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           STRING 'ENTRY TIMINGS TONIGHT, IN SECONDS, WITH THE '
                                        DELIMITED BY SIZE
                  'AVERAGE OF UP TO 5 EARLIER RUNS'
                                        DELIMITED BY SIZE
             INTO WS-TIM-LINE
           END-STRING
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE WS-TMR-DTL-HDG TO WS-TIM-LINE
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE 0 TO WS-TIM-E
           PERFORM UNTIL WS-TIM-E = WS-CTLCNT
             ADD 1 TO WS-TIM-E
             IF TM-SCOPE-SW(WS-TIM-E) = 'Y'
               PERFORM 9442-TIM-ENTRY-LINE-PARA THRU
                       9442-TIM-ENTRY-LINE-PARA-EXIT
             END-IF
           END-PERFORM
      *
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           STRING 'STREAM ELAPSED TIME AGAINST THE BATCH WINDOW - '
                                        DELIMITED BY SIZE
                  'PLAN LOAD IS THE SUM OF THE STREAM''S PLANNING '
                                        DELIMITED BY SIZE
                  'DURATIONS'           DELIMITED BY SIZE
             INTO WS-TIM-LINE
           END-STRING
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE WS-TMR-STR-HDG TO WS-TIM-LINE
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE -99999 TO WS-TIM-BATCH-FIN
           MOVE 0 TO WS-TIM-S
           PERFORM UNTIL WS-TIM-S = WS-STRMCNT
             ADD 1 TO WS-TIM-S
             IF TS-ENTRIES(WS-TIM-S) > 0
               PERFORM 9444-TIM-STREAM-LINE-PARA THRU
                       9444-TIM-STREAM-LINE-PARA-EXIT
             END-IF
           END-PERFORM
      *
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           IF WS-TIM-ANCHOR-SW = 'Y'
             MOVE WS-TIM-BATCH-ACT TO WS-TIM-OFS WS-TIM-FIN
             PERFORM 9492-TIM-HHMM-PARA THRU
                     9492-TIM-HHMM-PARA-EXIT
             PERFORM 9494-TIM-VS-PARA THRU
                     9494-TIM-VS-PARA-EXIT
             STRING 'BATCH FINISHED TONIGHT AT '
                                          DELIMITED BY SIZE
                    WS-TIM-HHMM           DELIMITED BY SIZE
                    ' - '                 DELIMITED BY SIZE
                    WS-TIM-VS             DELIMITED BY SIZE
               INTO WS-TIM-LINE
             END-STRING
           ELSE
             MOVE 'NO ENTRY HAS RUN TONIGHT' TO WS-TIM-LINE
           END-IF
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           IF WS-TIM-BATCH-FIN > -99999
             MOVE WS-TIM-BATCH-FIN TO WS-TIM-OFS WS-TIM-FIN
             PERFORM 9492-TIM-HHMM-PARA THRU
                     9492-TIM-HHMM-PARA-EXIT
             PERFORM 9494-TIM-VS-PARA THRU
                     9494-TIM-VS-PARA-EXIT
             STRING 'PROJECTED BATCH FINISH FROM HISTORY '
                                          DELIMITED BY SIZE
                    WS-TIM-HHMM           DELIMITED BY SIZE
                    ' - '                 DELIMITED BY SIZE
                    WS-TIM-VS             DELIMITED BY SIZE
               INTO WS-TIM-LINE
             END-STRING
             PERFORM 9496-TIM-WRITE-PARA THRU
                     9496-TIM-WRITE-PARA-EXIT
             IF WS-TIM-FIN > WS-TIM-WIN-OFS
               DISPLAY 'PROJECTED BATCH FINISH ' WS-TIM-HHMM
                   ' IS PAST THE BATCH WINDOW - ' WS-TIM-VS
             END-IF
           END-IF
      *
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           IF WS-STRMCNT < 2
             MOVE 'ONLY ONE STREAM IN USE - NO REBALANCE PROPOSED'
               TO WS-TIM-LINE
             PERFORM 9496-TIM-WRITE-PARA THRU
                     9496-TIM-WRITE-PARA-EXIT
             GO TO 9440-TIM-REPORT-PARA-EXIT
           END-IF
           PERFORM 9450-TIM-PROPOSAL-PARA THRU
                   9450-TIM-PROPOSAL-PARA-EXIT.
       9440-TIM-REPORT-PARA-EXIT.
           EXIT.
      *
      *    ONE ENTRY'S TIMING LINE (WS-TIM-E)
       9442-TIM-ENTRY-LINE-PARA.
           MOVE SPACES TO WS-TMR-DTL
           MOVE WS-TIM-E TO TMD-ENTRY
           MOVE CE-INFILE1(WS-TIM-E) TO TMD-INFILE1
           MOVE CE-STREAM(WS-TIM-E) TO TMD-STREAM
           IF TM-TON-SW(WS-TIM-E) = 'Y'
             STRING TM-TON-STIME(WS-TIM-E)(1:2)  DELIMITED BY SIZE
                    ':'                          DELIMITED BY SIZE
                    TM-TON-STIME(WS-TIM-E)(3:2)  DELIMITED BY SIZE
                    ':'                          DELIMITED BY SIZE
                    TM-TON-STIME(WS-TIM-E)(5:2)  DELIMITED BY SIZE
               INTO TMD-START
             END-STRING
             STRING TM-TON-ETIME(WS-TIM-E)(1:2)  DELIMITED BY SIZE
                    ':'                          DELIMITED BY SIZE
                    TM-TON-ETIME(WS-TIM-E)(3:2)  DELIMITED BY SIZE
                    ':'                          DELIMITED BY SIZE
                    TM-TON-ETIME(WS-TIM-E)(5:2)  DELIMITED BY SIZE
               INTO TMD-END
             END-STRING
             COMPUTE TMD-ELAPSED = TM-TON-ELAPSED(WS-TIM-E) / 100
             COMPUTE TMD-LOAD    = TM-TON-LOAD(WS-TIM-E) / 100
             COMPUTE TMD-SORT    = TM-TON-SORT(WS-TIM-E) / 100
             COMPUTE TMD-MERGE   = TM-TON-MERGE(WS-TIM-E) / 100
             MOVE TM-TON-RATE(WS-TIM-E) TO TMD-RATE
           END-IF
           IF TM-HCNT(WS-TIM-E) > 0
             COMPUTE TMD-AVG = TM-AVG(WS-TIM-E) / 100
             MOVE TM-HCNT(WS-TIM-E) TO TMD-RUNS
           END-IF
           EVALUATE TRUE
           WHEN TM-INCL-SW(WS-TIM-E) NOT = 'Y'
             MOVE 'NOT DUE' TO TMD-NOTE
           WHEN TM-TON-SW(WS-TIM-E) NOT = 'Y'
             MOVE 'NOT RUN' TO TMD-NOTE
           WHEN TM-TON-TRUNC(WS-TIM-E) = 'Y'
             MOVE 'ABANDONED' TO TMD-NOTE
           WHEN OTHER
             CONTINUE
           END-EVALUATE
           MOVE WS-TMR-DTL TO WS-TIM-LINE
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT.
       9442-TIM-ENTRY-LINE-PARA-EXIT.
           EXIT.
      *
      *    ONE STREAM'S LINE (WS-TIM-S) - TONIGHT SO FAR, THEN THE
      *    FINISH PROJECTED FROM THE PLANNING DURATIONS.  A STREAM
      *    RUNS ITS ENTRIES ONE AFTER ANOTHER, SO ITS PROJECTED
      *    FINISH IS THE BATCH START PLUS ITS WHOLE PLAN LOAD
       9444-TIM-STREAM-LINE-PARA.
           MOVE SPACES TO WS-TMR-STR
           MOVE WS-STRM-NUM(WS-TIM-S) TO TMS-STREAM
           MOVE TS-ENTRIES(WS-TIM-S) TO TMS-ENTRIES
           MOVE TS-RAN(WS-TIM-S) TO TMS-RAN
           IF TS-RAN(WS-TIM-S) > 0
             MOVE TS-ELAPSED(WS-TIM-S) TO WS-TIM-DUR
             PERFORM 9490-TIM-HMS-PARA THRU
                     9490-TIM-HMS-PARA-EXIT
             MOVE WS-TIM-HMS TO TMS-ELAPSED
             MOVE TS-FIRST(WS-TIM-S) TO WS-TIM-OFS
             PERFORM 9492-TIM-HHMM-PARA THRU
                     9492-TIM-HHMM-PARA-EXIT
             MOVE WS-TIM-HHMM TO TMS-FIRST
             MOVE TS-LAST(WS-TIM-S) TO WS-TIM-OFS WS-TIM-FIN
             PERFORM 9492-TIM-HHMM-PARA THRU
                     9492-TIM-HHMM-PARA-EXIT
             MOVE WS-TIM-HHMM TO TMS-LAST
             PERFORM 9494-TIM-VS-PARA THRU
                     9494-TIM-VS-PARA-EXIT
             MOVE WS-TIM-VS TO TMS-STATUS
           ELSE
             MOVE 'NOT RUN TONIGHT' TO TMS-STATUS
           END-IF
           MOVE TS-PLAN(WS-TIM-S) TO WS-TIM-DUR
           PERFORM 9490-TIM-HMS-PARA THRU
                   9490-TIM-HMS-PARA-EXIT
           MOVE WS-TIM-HMS TO TMS-PLAN
           COMPUTE WS-TIM-MINS = (TS-PLAN(WS-TIM-S) + 5999) / 6000
           COMPUTE WS-TIM-FIN = WS-TIM-ANCHOR + WS-TIM-MINS
           IF WS-TIM-FIN > WS-TIM-BATCH-FIN
             MOVE WS-TIM-FIN TO WS-TIM-BATCH-FIN
           END-IF
           MOVE WS-TIM-FIN TO WS-TIM-OFS
           PERFORM 9492-TIM-HHMM-PARA THRU
                   9492-TIM-HHMM-PARA-EXIT
           MOVE WS-TIM-HHMM TO TMS-PFIN
           PERFORM 9494-TIM-VS-PARA THRU
                   9494-TIM-VS-PARA-EXIT
           MOVE WS-TIM-VS TO TMS-PSTATUS
           IF WS-TIM-FIN > WS-TIM-WIN-OFS
             DISPLAY 'STREAM ' WS-STRM-NUM(WS-TIM-S)
                 ' PROJECTED TO FINISH ' WS-TIM-HHMM ' - ' WS-TIM-VS
           END-IF
           MOVE WS-TMR-STR TO WS-TIM-LINE
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT.
       9444-TIM-STREAM-LINE-PARA-EXIT.
           EXIT.
      *
      *    THE PROPOSED CTL-STREAM ASSIGNMENT, ENTRY BY ENTRY, THEN
      *    EACH STREAM'S LOAD NOW AND AS PROPOSED
       9450-TIM-PROPOSAL-PARA.
           MOVE WS-TIM-MOVES TO WS-TIM-CNT-ED
           STRING 'PROPOSED CTL-STREAM ASSIGNMENT - LONGEST ENTRY '
                                          DELIMITED BY SIZE
                  'FIRST ONTO THE LIGHTEST STREAM - '
                                          DELIMITED BY SIZE
                  WS-TIM-CNT-ED           DELIMITED BY SIZE
                  ' ENTRIES TO MOVE'      DELIMITED BY SIZE
             INTO WS-TIM-LINE
           END-STRING
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE WS-TMR-PRP-HDG TO WS-TIM-LINE
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE 0 TO WS-TIM-E
           PERFORM UNTIL WS-TIM-E = WS-CTLCNT
             ADD 1 TO WS-TIM-E
             IF TM-INCL-SW(WS-TIM-E) = 'Y'
               MOVE SPACES TO WS-TMR-PRP
               MOVE WS-TIM-E TO TMP-ENTRY
               MOVE CE-INFILE1(WS-TIM-E) TO TMP-INFILE1
               MOVE CE-OUT-PREFIX(WS-TIM-E) TO TMP-PREFIX
               MOVE CE-STREAM(WS-TIM-E) TO TMP-CUR
               MOVE CE-STREAM(WS-TIM-E) TO TMP-NEW
               IF TM-NEW-IX(WS-TIM-E) > 0
                 MOVE TM-NEW-IX(WS-TIM-E) TO WS-TIM-S
                 MOVE WS-STRM-NUM(WS-TIM-S) TO TMP-NEW
               END-IF
               COMPUTE TMP-PLAN = TM-PLAN(WS-TIM-E) / 100
               MOVE TM-BASIS(WS-TIM-E) TO TMP-BASIS
               IF TMP-NEW NOT = TMP-CUR
                 MOVE '** MOVE' TO TMP-MOVE
               END-IF
               MOVE WS-TMR-PRP TO WS-TIM-LINE
               PERFORM 9496-TIM-WRITE-PARA THRU
                       9496-TIM-WRITE-PARA-EXIT
             END-IF
           END-PERFORM
      *
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE WS-TMR-PST-HDG TO WS-TIM-LINE
           PERFORM 9496-TIM-WRITE-PARA THRU
                   9496-TIM-WRITE-PARA-EXIT
           MOVE 0 TO WS-TIM-S
           PERFORM UNTIL WS-TIM-S = WS-STRMCNT
             ADD 1 TO WS-TIM-S
             MOVE SPACES TO WS-TMR-PST
             MOVE WS-STRM-NUM(WS-TIM-S) TO TMQ-STREAM
             MOVE TS-PLAN(WS-TIM-S) TO WS-TIM-DUR
             PERFORM 9490-TIM-HMS-PARA THRU
                     9490-TIM-HMS-PARA-EXIT
             MOVE WS-TIM-HMS TO TMQ-CUR
             MOVE TS-NEW-PLAN(WS-TIM-S) TO WS-TIM-DUR
             PERFORM 9490-TIM-HMS-PARA THRU
                     9490-TIM-HMS-PARA-EXIT
             MOVE WS-TIM-HMS TO TMQ-NEW
             COMPUTE WS-TIM-MINS = (TS-NEW-PLAN(WS-TIM-S) + 5999) / 6000
             COMPUTE WS-TIM-FIN = WS-TIM-ANCHOR + WS-TIM-MINS
             MOVE WS-TIM-FIN TO WS-TIM-OFS
             PERFORM 9492-TIM-HHMM-PARA THRU
                     9492-TIM-HHMM-PARA-EXIT
             MOVE WS-TIM-HHMM TO TMQ-FIN
             PERFORM 9494-TIM-VS-PARA THRU
                     9494-TIM-VS-PARA-EXIT
             MOVE WS-TIM-VS TO TMQ-VS
             MOVE WS-TMR-PST TO WS-TIM-LINE
             PERFORM 9496-TIM-WRITE-PARA THRU
                     9496-TIM-WRITE-PARA-EXIT
           END-PERFORM.
       9450-TIM-PROPOSAL-PARA-EXIT.
           EXIT.
      *
      *    WS-TIM-DUR (HUNDREDTHS) AS HHH:MM:SS IN WS-TIM-HMS
       9490-TIM-HMS-PARA.
           COMPUTE WS-TIM-HMS-H = WS-TIM-DUR / 360000
           COMPUTE WS-TIM-HMS-M =
             (WS-TIM-DUR - WS-TIM-HMS-H * 360000) / 6000
           COMPUTE WS-TIM-HMS-S =
             (WS-TIM-DUR - WS-TIM-HMS-H * 360000
                         - WS-TIM-HMS-M * 6000) / 100.
       9490-TIM-HMS-PARA-EXIT.
           EXIT.
      *
      *    WS-TIM-OFS (MINUTES PAST NOON OF THE NIGHT) AS A CLOCK
      *    TIME HH:MM IN WS-TIM-HHMM
       9492-TIM-HHMM-PARA.
           COMPUTE WS-TIM-CLK-MIN = WS-TIM-OFS + 720 + 2880
           DIVIDE WS-TIM-CLK-MIN BY 1440 GIVING WS-TIM-CLK-Q
             REMAINDER WS-TIM-CLK-MIN
           COMPUTE WS-TIM-HHMM-H = WS-TIM-CLK-MIN / 60
           COMPUTE WS-TIM-HHMM-M =
             WS-TIM-CLK-MIN - WS-TIM-HHMM-H * 60.
       9492-TIM-HHMM-PARA-EXIT.
           EXIT.
      *
      *    WS-TIM-FIN AGAINST THE WINDOW CUTOFF, AS TEXT IN WS-TIM-VS
       9494-TIM-VS-PARA.
           MOVE SPACES TO WS-TIM-VS
           IF WS-TIM-FIN NOT > WS-TIM-WIN-OFS
             MOVE 'WITHIN WINDOW' TO WS-TIM-VS
           ELSE
             COMPUTE WS-TIM-MINS = WS-TIM-FIN - WS-TIM-WIN-OFS
             MOVE WS-TIM-MINS TO WS-TIM-OVER
             STRING 'OVER BY '        DELIMITED BY SIZE
                    WS-TIM-OVER       DELIMITED BY SIZE
                    ' MINUTES'        DELIMITED BY SIZE
               INTO WS-TIM-VS
             END-STRING
           END-IF.
       9494-TIM-VS-PARA-EXIT.
           EXIT.
      *
       9496-TIM-WRITE-PARA.
           MOVE WS-TIM-LINE TO FS-TIMRFILE
           WRITE FS-TIMRFILE
           MOVE SPACES TO WS-TIM-LINE.
       9496-TIM-WRITE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    PERIOD MODE - THE MONTH-END STATISTICS THE OPERATIONS
      *    REVIEW USED TO COUNT BY HAND FROM THE NIGHTLY REPORTS.
      *    THE RUN HISTORY (CLASSIC FILE AND EVERY STREAM'S .Snn
      *    FILE) GIVES EACH ENTRY'S NIGHTS RUN, NOT DUE, HELD AND
      *    ABANDONED; THE RESULTS MASTER GIVES ITS RECORD COUNTS BY
      *    DISPOSITION AND, THROUGH ONE SORT OF ITS CHANGED ROWS,
      *    THE TEN KEYS THAT CHANGED MOST OFTEN.  EVERY FIGURE IS
      *    SHOWN FOR THE REQUESTED PERIOD AND THE PRIOR ONE, AND THE
      *    SAME FIGURES GO TO A FIXED-LAYOUT EXTRACT FOR FINANCE.
      *    NO NIGHTLY OUTPUT IS TOUCHED
       9500-PERIOD-PARA.
           PERFORM 9505-PERIOD-DATES-PARA THRU
                   9505-PERIOD-DATES-PARA-EXIT
           IF WS-PER-DONE-SW = 'F'
             GO TO 9500-PERIOD-PARA-EXIT
           END-IF
           DISPLAY 'PERIOD ' WS-PER-FROM ' TO ' WS-PER-TO
               ', PRIOR PERIOD ' WS-PER-PR-FROM ' TO ' WS-PER-PR-TO
      *
           MOVE 0 TO WS-PECNT
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-CTLCNT
             ADD 1 TO WS-C1
             MOVE CE-INFILE1(WS-C1) TO WS-PER-INFILE1
             PERFORM 9507-PERIOD-FIND-PARA THRU
                     9507-PERIOD-FIND-PARA-EXIT
             IF WS-PE1 > 0
               MOVE 'Y' TO PE-ONCTL-SW(WS-PE1)
             END-IF
           END-PERFORM
      *
           INITIALIZE WS-FS44
           OPEN OUTPUT PERFILE
           EVALUATE TRUE
           WHEN F44-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'PERIOD REPORT NOT OPEN ' WS-FS44
             GO TO 9500-PERIOD-PARA-EXIT
           END-EVALUATE
           INITIALIZE WS-FS45
           OPEN OUTPUT PXTFILE
           EVALUATE TRUE
           WHEN F45-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'PERIOD EXTRACT NOT OPEN ' WS-FS45
             CLOSE PERFILE
             GO TO 9500-PERIOD-PARA-EXIT
           END-EVALUATE
      *
           PERFORM 9510-PERIOD-HIST-PARA THRU
                   9510-PERIOD-HIST-PARA-EXIT
           SORT SORTWK ON ASCENDING KEY SRT-KEY
             INPUT PROCEDURE IS 9520-PERIOD-RESULTS-PARA THRU
                                9520-PERIOD-RESULTS-PARA-EXIT
             OUTPUT PROCEDURE IS 9530-PERIOD-TOPKEYS-PARA THRU
                                 9530-PERIOD-TOPKEYS-PARA-EXIT
           PERFORM 1095-LOAD-DISPO-PARA THRU
                   1095-LOAD-DISPO-PARA-EXIT
           MOVE 0 TO WS-PDSCNT
           MOVE 0 TO WS-D2
           PERFORM UNTIL WS-D2 = WS-DSPCNT
             ADD 1 TO WS-D2
             PERFORM 9540-PERIOD-DISPO-PARA THRU
                     9540-PERIOD-DISPO-PARA-EXIT
           END-PERFORM
      *
           PERFORM 9550-PERIOD-REPORT-PARA THRU
                   9550-PERIOD-REPORT-PARA-EXIT
           CLOSE PXTFILE
           CLOSE PERFILE
           DISPLAY 'PERIOD REPORT COMPLETE - ' WS-PECNT ' ENTRIES, '
               WS-PER-XROWS ' EXTRACT ROWS'.
       9500-PERIOD-PARA-EXIT.
           EXIT.
      *
      *    CHECK THE MARKER'S DATES AND WORK OUT THE PRIOR PERIOD.
      *    A MISSING TO-DATE MEANS A ONE-DAY PERIOD.  BAD DATES ARE
      *    A CONTROL-FILE ERROR AND FAIL THE JOB LIKE A PRE-FLIGHT
      *    FAILURE WOULD
       9505-PERIOD-DATES-PARA.
           MOVE 'N' TO WS-PER-DONE-SW
           IF WS-PER-TO = SPACES
             MOVE WS-PER-FROM TO WS-PER-TO
           END-IF
           IF WS-PER-FROM NOT NUMERIC OR WS-PER-TO NOT NUMERIC
            OR WS-PER-FROM > WS-PER-TO
             GO TO 9505-PERIOD-DATES-FAIL
           END-IF
           MOVE WS-PER-FROM TO WS-PER-DATE-NUM
           COMPUTE WS-PER-INT-FROM =
             FUNCTION INTEGER-OF-DATE(WS-PER-DATE-NUM)
           MOVE WS-PER-TO TO WS-PER-DATE-NUM
           COMPUTE WS-PER-INT-TO =
             FUNCTION INTEGER-OF-DATE(WS-PER-DATE-NUM)
           IF WS-PER-INT-FROM = 0 OR WS-PER-INT-TO = 0
             GO TO 9505-PERIOD-DATES-FAIL
           END-IF
      *
           COMPUTE WS-PER-INT-WRK = WS-PER-INT-FROM - 1
           COMPUTE WS-PER-DATE-NUM =
             FUNCTION DATE-OF-INTEGER(WS-PER-INT-WRK)
           MOVE WS-PER-DATE-NUM TO WS-PER-PR-TO
           COMPUTE WS-PER-INT-WRK = WS-PER-INT-TO + 1
           COMPUTE WS-PER-DATE-NUM =
             FUNCTION DATE-OF-INTEGER(WS-PER-INT-WRK)
           MOVE WS-PER-DATE-NUM TO WS-PER-DATE-WRK
      *    EXACTLY ONE CALENDAR MONTH IS COMPARED WITH THE WHOLE
      *    MONTH BEFORE, WHATEVER ITS LENGTH
           IF WS-PER-FROM(7:2) = '01' AND WS-PER-DATE-WRK(7:2) = '01'
            AND WS-PER-FROM(1:6) = WS-PER-TO(1:6)
             MOVE WS-PER-PR-TO TO WS-PER-PR-FROM
             MOVE '01' TO WS-PER-PR-FROM(7:2)
           ELSE
             COMPUTE WS-PER-INT-WRK = WS-PER-INT-FROM
               - (WS-PER-INT-TO - WS-PER-INT-FROM + 1)
             COMPUTE WS-PER-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-PER-INT-WRK)
             MOVE WS-PER-DATE-NUM TO WS-PER-PR-FROM
           END-IF
           GO TO 9505-PERIOD-DATES-PARA-EXIT.
       9505-PERIOD-DATES-FAIL.
           DISPLAY 'PERIOD MARKER NEEDS FROM/TO DATES AS YYYYMMDD IN '
               'ITS INFILE2/INFILE3 FIELDS - GOT ' WS-PER-FROM ' '
               WS-PER-TO
           MOVE 'F' TO WS-PER-DONE-SW
           MOVE 16 TO WS-RC-CAND
           PERFORM 8300-RAISE-RC-PARA THRU
                   8300-RAISE-RC-PARA-EXIT.
       9505-PERIOD-DATES-PARA-EXIT.
           EXIT.
      *
      *    FIND THE TABLE17 ROW FOR WS-PER-INFILE1, ADDING IT WHEN
      *    NEW - WS-PE1 COMES BACK ZERO ONLY WHEN THE TABLE IS FULL
       9507-PERIOD-FIND-PARA.
           MOVE 0 TO WS-PE1
           MOVE 0 TO WS-PE2
           PERFORM UNTIL WS-PE2 = WS-PECNT OR WS-PE1 > 0
             ADD 1 TO WS-PE2
             IF PE-INFILE1(WS-PE2) = WS-PER-INFILE1
               MOVE WS-PE2 TO WS-PE1
             END-IF
           END-PERFORM
           IF WS-PE1 > 0
             GO TO 9507-PERIOD-FIND-PARA-EXIT
           END-IF
           IF WS-PECNT = 600
             DISPLAY 'PERIOD REPORT EXCEEDS 600 ENTRIES - '
                 WS-PER-INFILE1 ' LEFT OUT'
             GO TO 9507-PERIOD-FIND-PARA-EXIT
           END-IF
           ADD 1 TO WS-PECNT
           MOVE WS-PECNT TO WS-PE1
           INITIALIZE PER-ENT(WS-PE1)
           MOVE WS-PER-INFILE1 TO PE-INFILE1(WS-PE1)
           MOVE 'N' TO PE-ONCTL-SW(WS-PE1).
       9507-PERIOD-FIND-PARA-EXIT.
           EXIT.
      *
      *    WHICH PERIOD THE DATE IN WS-PER-DATE-WRK FALLS IN - 1 THE
      *    REQUESTED ONE, 2 THE PRIOR ONE, 0 NEITHER
       9509-PERIOD-OF-PARA.
           EVALUATE TRUE
           WHEN WS-PER-DATE-WRK NOT < WS-PER-FROM
            AND WS-PER-DATE-WRK NOT > WS-PER-TO
             MOVE 1 TO WS-PER-P
           WHEN WS-PER-DATE-WRK NOT < WS-PER-PR-FROM
            AND WS-PER-DATE-WRK NOT > WS-PER-PR-TO
             MOVE 2 TO WS-PER-P
           WHEN OTHER
             MOVE 0 TO WS-PER-P
           END-EVALUATE.
       9509-PERIOD-OF-PARA-EXIT.
           EXIT.
      *
      *    THE CLASSIC HISTORY FIRST, THEN EACH STREAM'S - A FILE
      *    THAT WAS NEVER WRITTEN (A SERIAL SHOP HAS NO .Snn
      *    HISTORY) IS SIMPLY EMPTY
       9510-PERIOD-HIST-PARA.
           MOVE SPACES TO WS-STRM-TAIL
           PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                   1010-BUILD-JOBNAMES-PARA-EXIT
           PERFORM 9512-PERIOD-HIST-FILE-PARA THRU
                   9512-PERIOD-HIST-FILE-PARA-EXIT
           MOVE 0 TO WS-M1
           PERFORM UNTIL WS-M1 = WS-STRMCNT
             ADD 1 TO WS-M1
             MOVE SPACES TO WS-STRM-TAIL
             STRING '.S'                  DELIMITED BY SIZE
                    WS-STRM-NUM(WS-M1)    DELIMITED BY SIZE
               INTO WS-STRM-TAIL
             END-STRING
             PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                     1010-BUILD-JOBNAMES-PARA-EXIT
             PERFORM 9512-PERIOD-HIST-FILE-PARA THRU
                     9512-PERIOD-HIST-FILE-PARA-EXIT
           END-PERFORM
           MOVE SPACES TO WS-STRM-TAIL
           PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                   1010-BUILD-JOBNAMES-PARA-EXIT.
       9510-PERIOD-HIST-PARA-EXIT.
           EXIT.
      *
       9512-PERIOD-HIST-FILE-PARA.
           INITIALIZE WS-FS22
           OPEN INPUT HISTFILE
           EVALUATE TRUE
           WHEN F22-SUCCESS
             CONTINUE
           WHEN WS-FS22 = 05
             CLOSE HISTFILE
             GO TO 9512-PERIOD-HIST-FILE-PARA-EXIT
           WHEN OTHER
             DISPLAY 'RUN HISTORY NOT READABLE ' WS-HISTFILE-NAME
                 ' ' WS-FS22
             GO TO 9512-PERIOD-HIST-FILE-PARA-EXIT
           END-EVALUATE
           PERFORM UNTIL F22-EOF
             READ HISTFILE
               AT END
                 SET F22-EOF TO TRUE
               NOT AT END
                 PERFORM 9514-PERIOD-HIST-ROW-PARA THRU
                         9514-PERIOD-HIST-ROW-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE HISTFILE.
       9512-PERIOD-HIST-FILE-PARA-EXIT.
           EXIT.
      *
      *    ONE HISTORY ROW.  A NIGHT COUNTS ONCE PER ENTRY - A
      *    RESTARTED NIGHT CAN LEAVE A SECOND ROW FOR THE SAME DATE.
      *    HELD AND ABANDONED NIGHTS ARE NIGHTS RUN, COUNTED AGAIN
      *    IN THEIR OWN COLUMNS
       9514-PERIOD-HIST-ROW-PARA.
           MOVE HIST-RUN-DATE TO WS-PER-DATE-WRK
           PERFORM 9509-PERIOD-OF-PARA THRU
                   9509-PERIOD-OF-PARA-EXIT
           IF WS-PER-P = 0
             GO TO 9514-PERIOD-HIST-ROW-PARA-EXIT
           END-IF
           MOVE HIST-INFILE1-NAME TO WS-PER-INFILE1
           PERFORM 9507-PERIOD-FIND-PARA THRU
                   9507-PERIOD-FIND-PARA-EXIT
           IF WS-PE1 = 0
            OR HIST-RUN-DATE = PE-LAST-DATE(WS-PE1, WS-PER-P)
             GO TO 9514-PERIOD-HIST-ROW-PARA-EXIT
           END-IF
           MOVE HIST-RUN-DATE TO PE-LAST-DATE(WS-PE1, WS-PER-P)
           IF HIST-NOTDUE-SW = 'Y'
             ADD 1 TO PE-NOTDUE(WS-PE1, WS-PER-P)
             GO TO 9514-PERIOD-HIST-ROW-PARA-EXIT
           END-IF
           ADD 1 TO PE-NIGHTS(WS-PE1, WS-PER-P)
           IF HIST-HELD-SW = 'Y'
             ADD 1 TO PE-HELD(WS-PE1, WS-PER-P)
           END-IF
           IF HIST-TRUNC-SW = 'Y'
             ADD 1 TO PE-ABND(WS-PE1, WS-PER-P)
           END-IF.
       9514-PERIOD-HIST-ROW-PARA-EXIT.
           EXIT.
      *
      *    SORT INPUT - ONE PASS OVER THE WHOLE RESULTS MASTER.
      *    EVERY ROW IN EITHER PERIOD IS COUNTED BY DISPOSITION; A
      *    CHANGED ROW IN THE REQUESTED PERIOD IS ALSO RELEASED AS
      *    INFILE1 + ENAME SO THE OUTPUT SIDE CAN COUNT EACH KEY'S
      *    NIGHTS OF CHANGE
       9520-PERIOD-RESULTS-PARA.
           MOVE 0 TO WS-PER-ROWS
           INITIALIZE WS-FS32
           OPEN INPUT RESFILE
           EVALUATE TRUE
           WHEN F32-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'RESULTS MASTER NOT READABLE - NO DISPOSITION '
                 'COUNTS IN THE PERIOD REPORT ' WS-FS32
             IF WS-FS32 = 05
               CLOSE RESFILE
             END-IF
             GO TO 9520-PERIOD-RESULTS-PARA-EXIT
           END-EVALUATE
           PERFORM UNTIL WS-FS32 NOT = 00
             READ RESFILE NEXT
               AT END
                 SET F32-EOF TO TRUE
               NOT AT END
                 PERFORM 9522-PERIOD-RESULT-ROW-PARA THRU
                         9522-PERIOD-RESULT-ROW-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE RESFILE
           DISPLAY 'RESULTS ROWS IN EITHER PERIOD - ' WS-PER-ROWS.
       9520-PERIOD-RESULTS-PARA-EXIT.
           EXIT.
      *
       9522-PERIOD-RESULT-ROW-PARA.
           MOVE RES-RUN-DATE TO WS-PER-DATE-WRK
           PERFORM 9509-PERIOD-OF-PARA THRU
                   9509-PERIOD-OF-PARA-EXIT
           IF WS-PER-P = 0
             GO TO 9522-PERIOD-RESULT-ROW-PARA-EXIT
           END-IF
           ADD 1 TO WS-PER-ROWS
           MOVE RES-INFILE1 TO WS-PER-INFILE1
           PERFORM 9507-PERIOD-FIND-PARA THRU
                   9507-PERIOD-FIND-PARA-EXIT
           IF WS-PE1 = 0
             GO TO 9522-PERIOD-RESULT-ROW-PARA-EXIT
           END-IF
           EVALUATE RES-DISP
           WHEN 'M'
             MOVE 1 TO WS-PER-D
           WHEN 'C'
             MOVE 2 TO WS-PER-D
           WHEN '1'
             MOVE 3 TO WS-PER-D
           WHEN '2'
             MOVE 4 TO WS-PER-D
           WHEN '7'
             MOVE 5 TO WS-PER-D
           WHEN 'R'
             MOVE 6 TO WS-PER-D
           WHEN OTHER
             MOVE 7 TO WS-PER-D
           END-EVALUATE
           ADD 1 TO PE-DISP-CNT(WS-PE1, WS-PER-P, WS-PER-D)
           IF RES-DISP = 'C' AND WS-PER-P = 1
             MOVE SPACES TO SRT-REC
             MOVE RES-INFILE1 TO SRT-KEY(1:60)
             MOVE RES-ENAME   TO SRT-KEY(61:5)
             MOVE WS-PE1      TO SRT-SEQ
             RELEASE SRT-REC
           END-IF.
       9522-PERIOD-RESULT-ROW-PARA-EXIT.
           EXIT.
      *
      *    SORT OUTPUT - EQUAL INFILE1 + ENAME ROWS ARE ONE KEY'S
      *    CHANGED NIGHTS; EACH COMPLETED RUN IS OFFERED TO ITS
      *    ENTRY'S TOP-TEN LIST
       9530-PERIOD-TOPKEYS-PARA.
           MOVE SPACES TO WS-PT-PREV
           MOVE 0 TO WS-PT-CNT
           MOVE 'N' TO WS-PER-DONE-SW
           PERFORM UNTIL WS-PER-DONE-SW = 'Y'
             RETURN SORTWK
               AT END
                 PERFORM 9535-PERIOD-TOPKEY-PARA THRU
                         9535-PERIOD-TOPKEY-PARA-EXIT
                 MOVE 'Y' TO WS-PER-DONE-SW
               NOT AT END
                 IF SRT-KEY(1:65) NOT = WS-PT-PREV
                   PERFORM 9535-PERIOD-TOPKEY-PARA THRU
                           9535-PERIOD-TOPKEY-PARA-EXIT
                   MOVE SRT-KEY(1:65) TO WS-PT-PREV
                   MOVE SRT-SEQ TO WS-PE2
                 END-IF
                 ADD 1 TO WS-PT-CNT
             END-RETURN
           END-PERFORM.
       9530-PERIOD-TOPKEYS-PARA-EXIT.
           EXIT.
      *
      *    SLOT THE KEY IN WS-PT-PREV (COUNT WS-PT-CNT) INTO ENTRY
      *    WS-PE2'S TOP-TEN, SHIFTING THE SMALLER COUNTS DOWN.  ON A
      *    TIE THE KEY ALREADY LISTED - THE LOWER ENAME - STAYS
      *    AHEAD
       9535-PERIOD-TOPKEY-PARA.
           IF WS-PT-CNT = 0
             GO TO 9535-PERIOD-TOPKEY-PARA-EXIT
           END-IF
           MOVE 0 TO WS-PT2
           MOVE 0 TO WS-PT1
           PERFORM UNTIL WS-PT1 = 10 OR WS-PT2 > 0
             ADD 1 TO WS-PT1
             IF WS-PT-CNT > PT-CNT(WS-PE2, WS-PT1)
               MOVE WS-PT1 TO WS-PT2
             END-IF
           END-PERFORM
           IF WS-PT2 > 0
             MOVE 10 TO WS-PT1
             PERFORM UNTIL WS-PT1 = WS-PT2
               MOVE PE-TOP(WS-PE2, WS-PT1 - 1)
                 TO PE-TOP(WS-PE2, WS-PT1)
               SUBTRACT 1 FROM WS-PT1
             END-PERFORM
             MOVE WS-PT-PREV(61:5) TO PT-KEY(WS-PE2, WS-PT2)
             MOVE WS-PT-CNT        TO PT-CNT(WS-PE2, WS-PT2)
           END-IF
           MOVE 0 TO WS-PT-CNT.
       9535-PERIOD-TOPKEY-PARA-EXIT.
           EXIT.
      *
      *    ONE DISPOSITION-LIST ROW - COUNTED UNDER ITS STATUS WHEN
      *    IT WAS DATED INSIDE EITHER PERIOD
       9540-PERIOD-DISPO-PARA.
           MOVE DS-DATE(WS-D2) TO WS-PER-DATE-WRK
           PERFORM 9509-PERIOD-OF-PARA THRU
                   9509-PERIOD-OF-PARA-EXIT
           IF WS-PER-P = 0
             GO TO 9540-PERIOD-DISPO-PARA-EXIT
           END-IF
           MOVE 0 TO WS-PDS1
           MOVE 'N' TO WS-PER-DONE-SW
           PERFORM UNTIL WS-PDS1 = WS-PDSCNT
              OR WS-PER-DONE-SW = 'Y'
             ADD 1 TO WS-PDS1
             IF PDS-STATUS(WS-PDS1) = DS-STATUS(WS-D2)
               MOVE 'Y' TO WS-PER-DONE-SW
             END-IF
           END-PERFORM
           IF WS-PER-DONE-SW = 'N'
             IF WS-PDSCNT = 20
               DISPLAY 'MORE THAN 20 DISPOSITION STATUSES - '
                   DS-STATUS(WS-D2) ' NOT COUNTED'
               GO TO 9540-PERIOD-DISPO-PARA-EXIT
             END-IF
             ADD 1 TO WS-PDSCNT
             MOVE WS-PDSCNT TO WS-PDS1
             MOVE DS-STATUS(WS-D2) TO PDS-STATUS(WS-PDS1)
             MOVE 0 TO PDS-CNT(WS-PDS1, 1) PDS-CNT(WS-PDS1, 2)
           END-IF
           ADD 1 TO PDS-CNT(WS-PDS1, WS-PER-P).
       9540-PERIOD-DISPO-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    PRINT THE PERIOD REPORT AND WRITE THE EXTRACT - ONE BLOCK
      *    PER ENTRY, THEN THE ALL-ENTRIES BLOCK AND THE
      *    DISPOSITION-LIST COUNTS
       9550-PERIOD-REPORT-PARA.
           MOVE 0 TO WS-PER-XROWS
           INITIALIZE TABLE19
           MOVE 'COMPARE RECONCILIATION STATISTICS - PERIOD REPORT'
             TO FS-PERFILE
           WRITE FS-PERFILE
           MOVE SPACES TO FS-PERFILE
           STRING 'PERIOD '        DELIMITED BY SIZE
                  WS-PER-FROM      DELIMITED BY SIZE
                  ' TO '           DELIMITED BY SIZE
                  WS-PER-TO        DELIMITED BY SIZE
                  '   PRIOR PERIOD ' DELIMITED BY SIZE
                  WS-PER-PR-FROM   DELIMITED BY SIZE
                  ' TO '           DELIMITED BY SIZE
                  WS-PER-PR-TO     DELIMITED BY SIZE
                  '   RUN DATE '   DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
             INTO FS-PERFILE
           END-STRING
           WRITE FS-PERFILE
           MOVE 'NIGHTS COUNTS EVERY NIGHT AN ENTRY RAN, HELD AND'
             & ' ABANDONED NIGHTS INCLUDED; RECORD COUNTS ARE'
             & ' RESULTS-MASTER ROWS' TO FS-PERFILE
           WRITE FS-PERFILE
           MOVE SPACES TO FS-PERFILE
           WRITE FS-PERFILE
      *
           MOVE SPACES TO FS-PXTFILE
           MOVE 'H'            TO PXH-TYPE
           MOVE WS-PER-FROM    TO PXH-FROM
           MOVE WS-PER-TO      TO PXH-TO
           MOVE WS-PER-PR-FROM TO PXH-PR-FROM
           MOVE WS-PER-PR-TO   TO PXH-PR-TO
           MOVE WS-RUN-DATE    TO PXH-RUN-DATE
           MOVE 'COMPARE RECONCILIATION PERIOD STATISTICS'
             TO PXH-DESC
           WRITE FS-PXTFILE
           ADD 1 TO WS-PER-XROWS
      *
           MOVE 0 TO WS-PE1
           PERFORM UNTIL WS-PE1 = WS-PECNT
             ADD 1 TO WS-PE1
             PERFORM 9555-PERIOD-ENTRY-PARA THRU
                     9555-PERIOD-ENTRY-PARA-EXIT
           END-PERFORM
      *
           MOVE 'ALL ENTRIES' TO FS-PERFILE
           WRITE FS-PERFILE
           MOVE WS-PER-HDG TO FS-PERFILE
           WRITE FS-PERFILE
           MOVE 1 TO WS-PER-P
           PERFORM 9565-PERIOD-LOAD-TOT-PARA THRU
                   9565-PERIOD-LOAD-TOT-PARA-EXIT
           MOVE WS-PER-ROW TO WS-PER-ROW2
           MOVE 'THIS PERIOD' TO PER-DTL-LABEL
           PERFORM 9568-PERIOD-ROW-PARA THRU
                   9568-PERIOD-ROW-PARA-EXIT
           MOVE 2 TO WS-PER-P
           PERFORM 9565-PERIOD-LOAD-TOT-PARA THRU
                   9565-PERIOD-LOAD-TOT-PARA-EXIT
           MOVE 'PRIOR PERIOD' TO PER-DTL-LABEL
           PERFORM 9568-PERIOD-ROW-PARA THRU
                   9568-PERIOD-ROW-PARA-EXIT
           PERFORM 9567-PERIOD-DIFF-PARA THRU
                   9567-PERIOD-DIFF-PARA-EXIT
           MOVE 'CHANGE' TO PER-DTL-LABEL
           PERFORM 9568-PERIOD-ROW-PARA THRU
                   9568-PERIOD-ROW-PARA-EXIT
           MOVE SPACES TO FS-PERFILE
           WRITE FS-PERFILE
      *
           MOVE 'DISPOSITION-LIST ROWS DATED IN THE PERIOD, BY STATUS'
             TO FS-PERFILE
           WRITE FS-PERFILE
           MOVE 'STATUS      THIS PERIOD  PRIOR PERIOD' TO FS-PERFILE
           WRITE FS-PERFILE
           IF WS-PDSCNT = 0
             MOVE '(NONE)' TO FS-PERFILE
             WRITE FS-PERFILE
           END-IF
           MOVE 0 TO WS-PDS1
           PERFORM UNTIL WS-PDS1 = WS-PDSCNT
             ADD 1 TO WS-PDS1
             MOVE SPACES TO FS-PERFILE
             MOVE PDS-STATUS(WS-PDS1) TO FS-PERFILE(1:8)
             MOVE PDS-CNT(WS-PDS1, 1) TO PER-DTL-NIGHTS
             MOVE PER-DTL-NIGHTS TO FS-PERFILE(15:9)
             MOVE PDS-CNT(WS-PDS1, 2) TO PER-DTL-NIGHTS
             MOVE PER-DTL-NIGHTS TO FS-PERFILE(29:9)
             WRITE FS-PERFILE
           END-PERFORM
      *
           MOVE SPACES TO FS-PXTFILE-TRL
           MOVE 'T'               TO PXT-TYPE
           MOVE WS-PER-FROM       TO PXT-FROM
           MOVE WS-PER-TO         TO PXT-TO
           MOVE WS-PECNT          TO PXT-ENTRY-CNT
           ADD 1 TO WS-PER-XROWS
           MOVE WS-PER-XROWS      TO PXT-ROW-CNT
           MOVE PTT-NIGHTS(1)     TO PXT-NIGHTS
           MOVE PTT-NOTDUE(1)     TO PXT-NOTDUE
           MOVE PTT-HELD(1)       TO PXT-HELD
           MOVE PTT-ABND(1)       TO PXT-ABND
           MOVE PTT-DISP-CNT(1, 1) TO PXT-MATCH
           MOVE PTT-DISP-CNT(1, 2) TO PXT-CHANGE
           MOVE PTT-DISP-CNT(1, 3) TO PXT-ONLY1
           MOVE PTT-DISP-CNT(1, 4) TO PXT-ONLY2
           MOVE PTT-DISP-CNT(1, 5) TO PXT-ADDED
           MOVE PTT-DISP-CNT(1, 6) TO PXT-REKEY
           MOVE PTT-DISP-CNT(1, 7) TO PXT-OTHER
           WRITE FS-PXTFILE-TRL.
       9550-PERIOD-REPORT-PARA-EXIT.
           EXIT.
      *
      *    ONE ENTRY'S BLOCK: THIS PERIOD, PRIOR PERIOD, THE CHANGE
      *    BETWEEN THEM AND THE BUSIEST CHANGED KEYS - AND THE SAME
      *    FIGURES AS EXTRACT ROWS
       9555-PERIOD-ENTRY-PARA.
           MOVE SPACES TO FS-PERFILE
           STRING 'ENTRY '           DELIMITED BY SIZE
                  PE-INFILE1(WS-PE1) DELIMITED BY SPACE
             INTO FS-PERFILE
           END-STRING
           IF PE-ONCTL-SW(WS-PE1) = 'N'
             MOVE '(NO LONGER ON THE CONTROL FILE)'
               TO FS-PERFILE(70:31)
           END-IF
           WRITE FS-PERFILE
           MOVE WS-PER-HDG TO FS-PERFILE
           WRITE FS-PERFILE
      *
           MOVE 1 TO WS-PER-P
           PERFORM 9560-PERIOD-LOAD-ROW-PARA THRU
                   9560-PERIOD-LOAD-ROW-PARA-EXIT
           MOVE WS-PER-ROW TO WS-PER-ROW2
           MOVE 'THIS PERIOD' TO PER-DTL-LABEL
           PERFORM 9568-PERIOD-ROW-PARA THRU
                   9568-PERIOD-ROW-PARA-EXIT
           MOVE 2 TO WS-PER-P
           PERFORM 9560-PERIOD-LOAD-ROW-PARA THRU
                   9560-PERIOD-LOAD-ROW-PARA-EXIT
           MOVE 'PRIOR PERIOD' TO PER-DTL-LABEL
           PERFORM 9568-PERIOD-ROW-PARA THRU
                   9568-PERIOD-ROW-PARA-EXIT
           PERFORM 9567-PERIOD-DIFF-PARA THRU
                   9567-PERIOD-DIFF-PARA-EXIT
           MOVE 'CHANGE' TO PER-DTL-LABEL
           PERFORM 9568-PERIOD-ROW-PARA THRU
                   9568-PERIOD-ROW-PARA-EXIT
      *
           MOVE 'MOST FREQUENTLY CHANGED KEYS THIS PERIOD'
             TO FS-PERFILE
           WRITE FS-PERFILE
           IF PT-CNT(WS-PE1, 1) = 0
             MOVE '  (NO CHANGED RECORDS)' TO FS-PERFILE
             WRITE FS-PERFILE
           END-IF
           MOVE 0 TO WS-PT1
           PERFORM UNTIL WS-PT1 = 10
             ADD 1 TO WS-PT1
             IF PT-CNT(WS-PE1, WS-PT1) > 0
               MOVE SPACES TO FS-PERFILE
               MOVE PT-CNT(WS-PE1, WS-PT1) TO PER-DTL-NIGHTS
               STRING '  '                   DELIMITED BY SIZE
                      WS-PT1                 DELIMITED BY SIZE
                      '. '                   DELIMITED BY SIZE
                      PT-KEY(WS-PE1, WS-PT1) DELIMITED BY SIZE
                      '  CHANGED ON '        DELIMITED BY SIZE
                      PER-DTL-NIGHTS         DELIMITED BY SIZE
                      ' NIGHTS'              DELIMITED BY SIZE
                 INTO FS-PERFILE
               END-STRING
               WRITE FS-PERFILE
               MOVE SPACES TO FS-PXTFILE-KEY
               MOVE 'K'                     TO PXK-TYPE
               MOVE WS-PER-FROM             TO PXK-FROM
               MOVE WS-PER-TO               TO PXK-TO
               MOVE PE-INFILE1(WS-PE1)      TO PXK-INFILE1
               MOVE WS-PT1                  TO PXK-RANK
               MOVE PT-KEY(WS-PE1, WS-PT1)  TO PXK-ENAME
               MOVE PT-CNT(WS-PE1, WS-PT1)  TO PXK-CNT
               WRITE FS-PXTFILE-KEY
               ADD 1 TO WS-PER-XROWS
             END-IF
           END-PERFORM
           MOVE SPACES TO FS-PERFILE
           WRITE FS-PERFILE
      *
           MOVE 1 TO WS-PER-P
           PERFORM 9570-PERIOD-EXTRACT-PARA THRU
                   9570-PERIOD-EXTRACT-PARA-EXIT
           MOVE 2 TO WS-PER-P
           PERFORM 9570-PERIOD-EXTRACT-PARA THRU
                   9570-PERIOD-EXTRACT-PARA-EXIT.
       9555-PERIOD-ENTRY-PARA-EXIT.
           EXIT.
      *
      *    ENTRY WS-PE1, PERIOD WS-PER-P INTO THE SIGNED WORK ROW,
      *    ADDING IT TO THE ALL-ENTRIES TOTALS ON THE WAY
       9560-PERIOD-LOAD-ROW-PARA.
           MOVE PE-NIGHTS(WS-PE1, WS-PER-P) TO PR-NIGHTS
           MOVE PE-NOTDUE(WS-PE1, WS-PER-P) TO PR-NOTDUE
           MOVE PE-HELD(WS-PE1, WS-PER-P)   TO PR-HELD
           MOVE PE-ABND(WS-PE1, WS-PER-P)   TO PR-ABND
           ADD PR-NIGHTS TO PTT-NIGHTS(WS-PER-P)
           ADD PR-NOTDUE TO PTT-NOTDUE(WS-PER-P)
           ADD PR-HELD   TO PTT-HELD(WS-PER-P)
           ADD PR-ABND   TO PTT-ABND(WS-PER-P)
           MOVE 0 TO WS-PER-D
           PERFORM UNTIL WS-PER-D = 7
             ADD 1 TO WS-PER-D
             MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, WS-PER-D)
               TO PR-DISP-CNT(WS-PER-D)
             ADD PR-DISP-CNT(WS-PER-D)
               TO PTT-DISP-CNT(WS-PER-P, WS-PER-D)
           END-PERFORM.
       9560-PERIOD-LOAD-ROW-PARA-EXIT.
           EXIT.
      *
      *    ALL-ENTRIES TOTALS FOR PERIOD WS-PER-P INTO THE WORK ROW
       9565-PERIOD-LOAD-TOT-PARA.
           MOVE PTT-NIGHTS(WS-PER-P) TO PR-NIGHTS
           MOVE PTT-NOTDUE(WS-PER-P) TO PR-NOTDUE
           MOVE PTT-HELD(WS-PER-P)   TO PR-HELD
           MOVE PTT-ABND(WS-PER-P)   TO PR-ABND
           MOVE 0 TO WS-PER-D
           PERFORM UNTIL WS-PER-D = 7
             ADD 1 TO WS-PER-D
             MOVE PTT-DISP-CNT(WS-PER-P, WS-PER-D)
               TO PR-DISP-CNT(WS-PER-D)
           END-PERFORM.
       9565-PERIOD-LOAD-TOT-PARA-EXIT.
           EXIT.
      *
      *    CHANGE ROW - THIS PERIOD (HELD IN WS-PER-ROW2) LESS THE
      *    PRIOR PERIOD (IN WS-PER-ROW), LEFT IN WS-PER-ROW
       9567-PERIOD-DIFF-PARA.
           COMPUTE PR-NIGHTS = PR2-NIGHTS - PR-NIGHTS
           COMPUTE PR-NOTDUE = PR2-NOTDUE - PR-NOTDUE
           COMPUTE PR-HELD   = PR2-HELD   - PR-HELD
           COMPUTE PR-ABND   = PR2-ABND   - PR-ABND
           MOVE 0 TO WS-PER-D
           PERFORM UNTIL WS-PER-D = 7
             ADD 1 TO WS-PER-D
             COMPUTE PR-DISP-CNT(WS-PER-D) =
               PR2-DISP-CNT(WS-PER-D) - PR-DISP-CNT(WS-PER-D)
           END-PERFORM.
       9567-PERIOD-DIFF-PARA-EXIT.
           EXIT.
      *
      *    PRINT THE WORK ROW UNDER THE LABEL IN PER-DTL-LABEL
       9568-PERIOD-ROW-PARA.
           MOVE PR-NIGHTS      TO PER-DTL-NIGHTS
           MOVE PR-NOTDUE      TO PER-DTL-NOTDUE
           MOVE PR-HELD        TO PER-DTL-HELD
           MOVE PR-ABND        TO PER-DTL-ABND
           MOVE PR-DISP-CNT(1) TO PER-DTL-MATCH
           MOVE PR-DISP-CNT(2) TO PER-DTL-CHANGE
           MOVE PR-DISP-CNT(3) TO PER-DTL-ONLY1
           MOVE PR-DISP-CNT(4) TO PER-DTL-ONLY2
           MOVE PR-DISP-CNT(5) TO PER-DTL-ADDED
           MOVE PR-DISP-CNT(6) TO PER-DTL-REKEY
           MOVE WS-PER-DTL TO FS-PERFILE
           WRITE FS-PERFILE.
       9568-PERIOD-ROW-PARA-EXIT.
           EXIT.
      *
      *    ONE 'D' EXTRACT ROW - ENTRY WS-PE1, PERIOD WS-PER-P
       9570-PERIOD-EXTRACT-PARA.
           MOVE SPACES TO FS-PXTFILE-DTL
           MOVE 'D' TO PXD-TYPE
           IF WS-PER-P = 1
             MOVE WS-PER-FROM    TO PXD-FROM
             MOVE WS-PER-TO      TO PXD-TO
             MOVE 'C'            TO PXD-PERIOD
           ELSE
             MOVE WS-PER-PR-FROM TO PXD-FROM
             MOVE WS-PER-PR-TO   TO PXD-TO
             MOVE 'P'            TO PXD-PERIOD
           END-IF
           MOVE PE-INFILE1(WS-PE1)            TO PXD-INFILE1
           MOVE PE-NIGHTS(WS-PE1, WS-PER-P)   TO PXD-NIGHTS
           MOVE PE-NOTDUE(WS-PE1, WS-PER-P)   TO PXD-NOTDUE
           MOVE PE-HELD(WS-PE1, WS-PER-P)     TO PXD-HELD
           MOVE PE-ABND(WS-PE1, WS-PER-P)     TO PXD-ABND
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 1) TO PXD-MATCH
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 2) TO PXD-CHANGE
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 3) TO PXD-ONLY1
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 4) TO PXD-ONLY2
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 5) TO PXD-ADDED
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 6) TO PXD-REKEY
           MOVE PE-DISP-CNT(WS-PE1, WS-PER-P, 7) TO PXD-OTHER
           WRITE FS-PXTFILE-DTL
           ADD 1 TO WS-PER-XROWS.
       9570-PERIOD-EXTRACT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    INQUIRY MODE - ANSWER "WHAT HAPPENED TO THIS KEY, NIGHT
             MOVE 'ONLY IN FILE2' TO INQ-DTL-DISP
           WHEN '7'
             MOVE 'ADDED SINCE PRIOR' TO INQ-DTL-DISP
           WHEN 'R'
             MOVE 'PROBABLE RE-KEY' TO INQ-DTL-DISP
           WHEN OTHER
             MOVE RES-DISP TO INQ-DTL-DISP
           END-EVALUATE
           END-IF
           MOVE WS-INQ-DTL TO FS-INQFILE
           WRITE FS-INQFILE
           IF RES-DISP = 'C' OR RES-DISP = 'R'
             MOVE SPACES TO FS-INQFILE
             STRING '           OLD: ' DELIMITED BY SIZE
                    RES-OLD-DATA(6:75) DELIMITED BY SIZE
      *    STREAM COORDINATOR - RUNS AFTER EVERY PARALLEL STREAM OF
      *    THE NIGHT HAS FINISHED.  FOLDS EACH STREAM'S JOB STATUS
      *    AND SUMMARY TOTALS INTO THE SINGLE compare_jobstatus.txt
      *    RECORD, THE SINGLE compare_summary.txt AND THE SINGLE
      *    GRAND-TOTAL REPORT PAGE THE SCHEDULER, THE MASTER UPDATE
      *    AND THE MORNING REVIEW HAVE ALWAYS WORKED FROM.  A
      *    STREAM WITH NO JOB STATUS RECORD NEVER REACHED
      *    ITS NORMAL END AND GRADES THE NIGHT AT 8
       9700-MERGE-STREAMS-PARA.
           MOVE 0 TO WS-MRG-READ WS-MRG-DONE WS-MRG-ABND
                     WS-MRG-NDUE WS-MRG-LATE
           MOVE 0 TO WS-GT-ENTRY-CNT WS-GT-MATCH-CNT
                     WS-GT-UNMATCH1-CNT WS-GT-UNMATCH2-CNT
                     WS-GT-CHANGE-CNT WS-GT-REKEY-CNT
      *
      *    THE CLASSIC RESULTS MASTER STAYS OPEN ACROSS THE WHOLE
      *    STREAM LOOP - EACH STREAM'S .Snn RESULTS FILE IS FOLDED
             DISPLAY 'MERGED RESULTS MASTER NOT OPEN ' WS-FS32
                 ' - STREAM RESULTS NOT FOLDED'
           END-EVALUATE
      *
           MOVE 'N' TO WS-MRGSUM-SW
           INITIALIZE WS-FS48
           OPEN OUTPUT MSMFILE
           EVALUATE TRUE
           WHEN F48-SUCCESS
             MOVE 'Y' TO WS-MRGSUM-SW
           WHEN OTHER
             DISPLAY 'MERGED SUMMARY NOT OPEN ' WS-FS48
                 ' - STREAM SUMMARIES NOT FOLDED'
           END-EVALUATE
      *
           MOVE 0 TO WS-M1
           PERFORM UNTIL WS-M1 = WS-STRMCNT
           IF WS-MRGRES-SW = 'Y'
             CLOSE RESFILE
           END-IF
           IF WS-MRGSUM-SW = 'Y'
             CLOSE MSMFILE
           END-IF
      *
      *    THE CROSS-ENTRY COLLISION SCAN BELONGS TO THE WHOLE
      *    NIGHT - ONLY HERE, WITH EVERY STREAM'S KEY FILE IN ONE
      *    NAMES ITSELF AND RESTORES THE CLASSIC ONES AFTER
           PERFORM 9800-COLLISION-PARA THRU
                   9800-COLLISION-PARA-EXIT
      *
      *    THE DEPARTMENT PACKETS NEED THE COLLISION SPOOL JUST
      *    WRITTEN, AND READ EACH STREAM'S PACKET SPOOL IN TURN
           PERFORM 9900-PACKETS-PARA THRU
                   9900-PACKETS-PARA-EXIT
           PERFORM 9400-TIMING-PARA THRU
                   9400-TIMING-PARA-EXIT
      *
           MOVE WS-MRG-READ TO WS-ENTRIES-READ
           MOVE WS-MRG-DONE TO WS-ENTRIES-DONE
           MOVE WS-MRG-ABND TO WS-ENTRIES-ABND
           MOVE WS-MRG-NDUE TO WS-ENTRIES-NDUE
           MOVE WS-MRG-LATE TO WS-ENTRIES-LATE
           PERFORM 9200-JOB-STATUS-PARA THRU
                   9200-JOB-STATUS-PARA-EXIT
      *
      *
      *    FOLD IN ONE STREAM (WS-STRM-NUM(WS-M1)) - ITS JOB STATUS
      *    RECORD FEEDS THE MERGED STATUS, ITS SUMMARY LINES FEED
      *    THE MERGED GRAND TOTALS AND ARE COPIED TO THE MERGED
      *    CLASSIC SUMMARY
       9710-MERGE-ONE-STREAM-PARA.
           MOVE SPACES TO WS-STRM-TAIL
           STRING '.S'                  DELIMITED BY SIZE
                 IF JST-ENTRIES-NDUE IS NUMERIC
                   ADD JST-ENTRIES-NDUE TO WS-MRG-NDUE
                 END-IF
                 IF JST-ENTRIES-LATE IS NUMERIC
                   ADD JST-ENTRIES-LATE TO WS-MRG-LATE
                 END-IF
                 MOVE JST-WORST-RC TO WS-RC-CAND
                 PERFORM 8300-RAISE-RC-PARA THRU
                         8300-RAISE-RC-PARA-EXIT
                 AT END
                   MOVE 10 TO WS-FS13
                 NOT AT END
                   IF WS-MRGSUM-SW = 'Y'
                     MOVE FS-SUMFILE TO FS-MSMFILE
                     WRITE FS-MSMFILE
                   END-IF
      *    NOT-DUE MARKER ROWS (AND THE DUPLICATES A RESTARTED
      *    STREAM APPENDS FOR THEM) ARE NOT PROCESSED ENTRIES - A
      *    SERIAL RUN NEVER COUNTS THEM, SO THE MERGED GRAND
      *    TOTALS MUST NOT EITHER.  NOR ARE LATE MARKER ROWS
                   IF NOT SUM-ENTRY-NOT-DUE AND NOT SUM-ENTRY-LATE
                     ADD 1 TO WS-GT-ENTRY-CNT
                     ADD SUM-MATCH-CNT    TO WS-GT-MATCH-CNT
                     ADD SUM-UNMATCH1-CNT TO WS-GT-UNMATCH1-CNT
                     ADD SUM-UNMATCH2-CNT TO WS-GT-UNMATCH2-CNT
                     ADD SUM-CHANGE-CNT   TO WS-GT-CHANGE-CNT
                     ADD SUM-REKEY-CNT    TO WS-GT-REKEY-CNT
                   END-IF
               END-READ
             END-PERFORM
             DISPLAY 'COLLISION REPORT NOT OPEN ' WS-FS36
             GO TO 9800-COLLISION-PARA-EXIT
           END-EVALUATE
           MOVE 'N' TO WS-CSP-OPEN-SW
           MOVE 0 TO WS-CSP-GROUP
           INITIALIZE WS-FS42
           OPEN OUTPUT CSPFILE
           EVALUATE TRUE
           WHEN F42-SUCCESS
             MOVE 'Y' TO WS-CSP-OPEN-SW
           WHEN OTHER
             DISPLAY 'COLLISION SPOOL NOT OPEN ' WS-FS42
                 ' - PACKETS CARRY NO COLLISIONS'
           END-EVALUATE
           MOVE 'COMPARE CROSS-ENTRY KEY COLLISION REPORT - RUN '
             TO FS-COLLFILE
           MOVE WS-RUN-DATE TO FS-COLLFILE(48:8)
             INTO FS-COLLFILE
           END-STRING
           WRITE FS-COLLFILE
           CLOSE COLLFILE
           IF WS-CSP-OPEN-SW = 'Y'
             CLOSE CSPFILE
             MOVE 'N' TO WS-CSP-OPEN-SW
           END-IF.
       9800-COLLISION-PARA-EXIT.
           EXIT.
      *
      *
      *    RELEASE ONE KEY FILE'S ROWS - ENAME AS THE KEY,
      *    PRESENTING ENTRY AS THE TIE-BREAKER, AND THE SOURCE/
      *    ENTRY-NAME/IMAGE PACKED INTO THE DATA PORTION, WITH THE
      *    MASKED SWITCH AND REAL-IMAGE CHECKSUM BEHIND THE IMAGE.
      *    A MISSING FILE (A STREAM THAT NEVER RAN) RELEASES NOTHING
       9815-COLL-RELEASE-FILE-PARA.
           INITIALIZE WS-FS35
           OPEN INPUT KEYWFILE
                 MOVE KW-SOURCE TO SRT-DATA(1:7)
                 MOVE KW-INFILE1 TO SRT-DATA(9:60)
                 MOVE KW-DATA TO SRT-DATA(70:512)
                 MOVE KW-MASK-SW TO SRT-DATA(582:1)
                 MOVE KW-IMG-ID TO SRT-DATA(583:8)
                 RELEASE SRT-REC
             END-READ
           END-PERFORM
                 MOVE 'Y' TO WS-COLL-DONE-SW
               NOT AT END
                 MOVE SRT-DATA(70:512) TO WS-COLL-CUR-IMG
                 MOVE SRT-DATA(582:1) TO WS-COLL-CUR-MSK
                 MOVE SRT-DATA(583:8) TO WS-COLL-CUR-ID
                 MOVE SRT-SEQ TO COLL-DTL-ENTRY
                 MOVE SRT-DATA(1:7) TO COLL-DTL-SOURCE
                 MOVE SRT-DATA(9:40) TO COLL-DTL-FILE
                   IF WS-COLL-GRP-SW = 'N'
                     MOVE 'Y' TO WS-COLL-GRP-SW
                     MOVE 'N' TO WS-COLL-MISM-SW
                     ADD 1 TO WS-CSP-GROUP
                     MOVE SPACES TO FS-COLLFILE
                     STRING 'COLLISION - ENAME '
                                          DELIMITED BY SIZE
                       INTO FS-COLLFILE
                     END-STRING
                     WRITE FS-COLLFILE
                     MOVE 0 TO CSP-ENTRY
                     PERFORM 9835-COLL-SPOOL-PARA THRU
                             9835-COLL-SPOOL-PARA-EXIT
                     MOVE WS-COLL-PREV-DTL TO FS-COLLFILE
                     WRITE FS-COLLFILE
                     MOVE WS-COLL-PREV-ENT TO CSP-ENTRY
                     PERFORM 9835-COLL-SPOOL-PARA THRU
                             9835-COLL-SPOOL-PARA-EXIT
                     MOVE WS-COLL-PREV-IMG TO WS-COLL-GRP-IMG
                     MOVE WS-COLL-PREV-MSK TO WS-COLL-GRP-MSK
                     MOVE WS-COLL-PREV-ID TO WS-COLL-GRP-ID
                   END-IF
                   MOVE WS-COLL-DTL TO FS-COLLFILE
                   WRITE FS-COLLFILE
                   MOVE SRT-SEQ TO CSP-ENTRY
                   PERFORM 9835-COLL-SPOOL-PARA THRU
                           9835-COLL-SPOOL-PARA-EXIT
                   PERFORM 9825-COLL-VERDICT-PARA THRU
                           9825-COLL-VERDICT-PARA-EXIT
                 ELSE
                   IF SRT-KEY(1:5) NOT = WS-COLL-PREV-KEY
                     PERFORM 9830-COLL-GROUP-END-PARA THRU
                 MOVE SRT-SEQ TO WS-COLL-PREV-ENT
                 MOVE WS-COLL-DTL TO WS-COLL-PREV-DTL
                 MOVE WS-COLL-CUR-IMG TO WS-COLL-PREV-IMG
                 MOVE WS-COLL-CUR-MSK TO WS-COLL-PREV-MSK
                 MOVE WS-COLL-CUR-ID TO WS-COLL-PREV-ID
             END-RETURN
           END-PERFORM.
       9820-COLL-SCAN-PARA-EXIT.
           EXIT.
      *
      *    DOES THE CURRENT ROW'S REAL IMAGE DIFFER FROM THE GROUP'S
      *    FIRST - AN EXACT COMPARE WHEN NEITHER ROW WAS MASKED,
      *    OTHERWISE THE REAL-IMAGE CHECKSUMS, AN UNMASKED ROW'S
      *    BEING TAKEN FROM ITS IMAGE HERE.  TWO ENTRIES MAY MASK
      *    DIFFERENT COLUMNS, SO MASKED IMAGES ARE NEVER COMPARED
       9825-COLL-VERDICT-PARA.
           IF WS-COLL-CUR-MSK NOT = 'Y'
            AND WS-COLL-GRP-MSK NOT = 'Y'
             IF WS-COLL-CUR-IMG NOT = WS-COLL-GRP-IMG
               MOVE 'Y' TO WS-COLL-MISM-SW
             END-IF
             GO TO 9825-COLL-VERDICT-PARA-EXIT
           END-IF
           IF WS-COLL-CUR-MSK NOT = 'Y'
             MOVE WS-COLL-CUR-IMG TO WS-IMG-ID-REC
             PERFORM 4650-IMAGE-ID-PARA THRU
                     4650-IMAGE-ID-PARA-EXIT
             MOVE WS-IMG-ID TO WS-COLL-CUR-ID
           END-IF
           IF WS-COLL-GRP-MSK NOT = 'Y'
             MOVE WS-COLL-GRP-IMG TO WS-IMG-ID-REC
             PERFORM 4650-IMAGE-ID-PARA THRU
                     4650-IMAGE-ID-PARA-EXIT
             MOVE WS-IMG-ID TO WS-COLL-GRP-ID
           END-IF
           IF WS-COLL-CUR-ID NOT = WS-COLL-GRP-ID
             MOVE 'Y' TO WS-COLL-MISM-SW
           END-IF.
       9825-COLL-VERDICT-PARA-EXIT.
           EXIT.
      *
      *    CLOSE THE CURRENT COLLISION GROUP - THE DIFFERING-IMAGES
      *    VERDICT AND THE WARNING SEVERITY BELONG TO THE GROUP AS
      *    A WHOLE, NOT TO ANY ONE ROW
                 & ' PRESENTING ENTRY WOULD CORRUPT THE MASTER **'
                 TO FS-COLLFILE
               WRITE FS-COLLFILE
               MOVE 0 TO CSP-ENTRY
               PERFORM 9835-COLL-SPOOL-PARA THRU
                       9835-COLL-SPOOL-PARA-EXIT
               MOVE 4 TO WS-RC-CAND
               PERFORM 8300-RAISE-RC-PARA THRU
                       8300-RAISE-RC-PARA-EXIT
             ADD 1 TO WS-COLL-CNT
             MOVE SPACES TO FS-COLLFILE
             WRITE FS-COLLFILE
             MOVE 0 TO CSP-ENTRY
             PERFORM 9835-COLL-SPOOL-PARA THRU
                     9835-COLL-SPOOL-PARA-EXIT
             MOVE 'N' TO WS-COLL-GRP-SW
           END-IF.
       9830-COLL-GROUP-END-PARA-EXIT.
           EXIT.
      *
      *    COPY THE COLLISION LINE JUST WRITTEN TO THE PACKET SPOOL
      *    UNDER THE CURRENT GROUP - THE CALLER SETS CSP-ENTRY
       9835-COLL-SPOOL-PARA.
           IF WS-CSP-OPEN-SW = 'Y'
             MOVE WS-CSP-GROUP TO CSP-GROUP
             MOVE FS-COLLFILE  TO CSP-LINE
             WRITE FS-CSPFILE
           END-IF.
       9835-COLL-SPOOL-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    BURST THE NIGHT'S RECONCILIATION PAGES INTO ONE PACKET PER
      *    DEPARTMENT.  THE OWNER DIRECTORY MAPS EACH ENTRY'S
      *    OUT-PREFIX TO ITS DEPARTMENT; AN ENTRY WITH NO ROW, AND
      *    ANY SPOOLED LINE NOT TRACEABLE TO AN ENTRY, GOES TO THE
      *    UNROUTED PACKET, WHICH IS ALWAYS WRITTEN SO THE MORNING
      *    DISTRIBUTION CAN SEE THAT NOTHING FELL THROUGH.  A PACKET
      *    IS A COVER PAGE, THE DEPARTMENT'S ENTRY SECTIONS, ITS
      *    OPEN ITEMS, ITS COLLISION GROUPS, ITS ACKNOWLEDGED
      *    EXCEPTIONS AND A TOTALS PAGE, EACH SECTION ON A NEW PAGE
       9900-PACKETS-PARA.
           PERFORM 9905-LOAD-OWNERS-PARA THRU
                   9905-LOAD-OWNERS-PARA-EXIT
      *
           MOVE 0 TO WS-DEPTCNT
           MOVE 0 TO WS-PKT-C
           PERFORM UNTIL WS-PKT-C = WS-CTLCNT
             ADD 1 TO WS-PKT-C
             PERFORM 9907-ROUTE-ENTRY-PARA THRU
                     9907-ROUTE-ENTRY-PARA-EXIT
           END-PERFORM
      *
           ADD 1 TO WS-DEPTCNT
           MOVE WS-DEPTCNT TO WS-DP-UNRT
           MOVE 'UNROUTED' TO DP-DEPT(WS-DP-UNRT)
           MOVE 'NO OWNER ON FILE' TO DP-OWNER(WS-DP-UNRT)
           MOVE 'OPERATIONS - FOR ROUTING TO THE OWNING DEPARTMENT'
             TO DP-DEST(WS-DP-UNRT)
           MOVE 0 TO DP-ENT-CNT(WS-DP-UNRT)
           MOVE 0 TO WS-PKT-C
           PERFORM UNTIL WS-PKT-C = WS-CTLCNT
             ADD 1 TO WS-PKT-C
             IF CE-DEPT-IX(WS-PKT-C) = 0
               MOVE WS-DP-UNRT TO CE-DEPT-IX(WS-PKT-C)
               ADD 1 TO DP-ENT-CNT(WS-DP-UNRT)
             END-IF
           END-PERFORM
      *
           MOVE 0 TO WS-PKT-FILES
           MOVE 0 TO WS-DP1
           PERFORM UNTIL WS-DP1 = WS-DEPTCNT
             ADD 1 TO WS-DP1
             PERFORM 9910-PACKET-ONE-PARA THRU
                     9910-PACKET-ONE-PARA-EXIT
           END-PERFORM
           DISPLAY 'DEPARTMENT PACKETS WRITTEN - ' WS-PKT-FILES.
       9900-PACKETS-PARA-EXIT.
           EXIT.
      *
      *    LOAD THE OWNER DIRECTORY - A MISSING DIRECTORY JUST MEANS
      *    EVERY ENTRY IS UNROUTED TONIGHT
       9905-LOAD-OWNERS-PARA.
           MOVE 0 TO WS-OWNCNT
           INITIALIZE WS-FS40
           OPEN INPUT OWNFILE
           EVALUATE TRUE
           WHEN F40-SUCCESS
             PERFORM UNTIL F40-EOF
               READ OWNFILE
                 AT END
                   SET F40-EOF TO TRUE
                 NOT AT END
                   PERFORM 9906-OWNER-ROW-PARA THRU
                           9906-OWNER-ROW-PARA-EXIT
               END-READ
             END-PERFORM
             CLOSE OWNFILE
             DISPLAY 'OWNER DIRECTORY LOADED - ' WS-OWNCNT ' ROWS'
           WHEN OTHER
             DISPLAY 'NO OWNER DIRECTORY - EVERY ENTRY UNROUTED '
                 WS-FS40
             IF WS-FS40 = 05
               CLOSE OWNFILE
             END-IF
           END-EVALUATE.
       9905-LOAD-OWNERS-PARA-EXIT.
           EXIT.
      *
      *    ONE DIRECTORY ROW - A ROW WITHOUT A DEPARTMENT CANNOT
      *    ROUTE ANYTHING, AND A SECOND ROW FOR THE SAME OUT-PREFIX
      *    IS IGNORED SO AN ENTRY NEVER LANDS IN TWO PACKETS
       9906-OWNER-ROW-PARA.
           IF OWN-PREFIX = SPACES
             GO TO 9906-OWNER-ROW-PARA-EXIT
           END-IF
           IF OWN-DEPT = SPACES
             DISPLAY 'OWNER DIRECTORY ROW FOR ' OWN-PREFIX
                 ' HAS NO DEPARTMENT - SKIPPED'
             GO TO 9906-OWNER-ROW-PARA-EXIT
           END-IF
           MOVE 0 TO WS-OW2
           MOVE 0 TO WS-OW1
           PERFORM UNTIL WS-OW1 = WS-OWNCNT OR WS-OW2 > 0
             ADD 1 TO WS-OW1
             IF OW-PREFIX(WS-OW1) = OWN-PREFIX
               MOVE WS-OW1 TO WS-OW2
             END-IF
           END-PERFORM
           IF WS-OW2 > 0
             DISPLAY 'OWNER DIRECTORY LISTS ' OWN-PREFIX
                 ' TWICE - FIRST ROW KEPT'
             GO TO 9906-OWNER-ROW-PARA-EXIT
           END-IF
           IF WS-OWNCNT = 500
             DISPLAY 'OWNER DIRECTORY EXCEEDS 500 ROWS - '
                 'REMAINDER IGNORED'
             SET F40-EOF TO TRUE
             GO TO 9906-OWNER-ROW-PARA-EXIT
           END-IF
           ADD 1 TO WS-OWNCNT
           MOVE OWN-PREFIX TO OW-PREFIX(WS-OWNCNT)
           MOVE OWN-DEPT   TO OW-DEPT(WS-OWNCNT)
           MOVE OWN-OWNER  TO OW-OWNER(WS-OWNCNT)
           MOVE OWN-DEST   TO OW-DEST(WS-OWNCNT).
       9906-OWNER-ROW-PARA-EXIT.
           EXIT.
      *
      *    ROUTE THE ENTRY AT WS-PKT-C - ITS DEPARTMENT ROW IS ADDED
      *    THE FIRST TIME ONE OF THE DEPARTMENT'S ENTRIES IS SEEN,
      *    TAKING THE OWNER AND DESTINATION FROM THAT ENTRY'S ROW.
      *    AN UNMATCHED ENTRY IS LEFT AT ZERO FOR THE UNROUTED ROW
       9907-ROUTE-ENTRY-PARA.
           MOVE 0 TO CE-DEPT-IX(WS-PKT-C)
           MOVE 0 TO CE-OWN-IX(WS-PKT-C)
           MOVE 0 TO WS-OW2
           MOVE 0 TO WS-OW1
           PERFORM UNTIL WS-OW1 = WS-OWNCNT OR WS-OW2 > 0
             ADD 1 TO WS-OW1
             IF OW-PREFIX(WS-OW1) = CE-OUT-PREFIX(WS-PKT-C)
               MOVE WS-OW1 TO WS-OW2
             END-IF
           END-PERFORM
           IF WS-OW2 = 0
             DISPLAY 'ENTRY ' WS-PKT-C ' HAS NO OWNER DIRECTORY ROW'
                 ' - UNROUTED'
             GO TO 9907-ROUTE-ENTRY-PARA-EXIT
           END-IF
           MOVE WS-OW2 TO CE-OWN-IX(WS-PKT-C)
           MOVE 0 TO WS-DP2
           MOVE 0 TO WS-DP1
           PERFORM UNTIL WS-DP1 = WS-DEPTCNT OR WS-DP2 > 0
             ADD 1 TO WS-DP1
             IF DP-DEPT(WS-DP1) = OW-DEPT(WS-OW2)
               MOVE WS-DP1 TO WS-DP2
             END-IF
           END-PERFORM
           IF WS-DP2 = 0
             ADD 1 TO WS-DEPTCNT
             MOVE WS-DEPTCNT TO WS-DP2
             MOVE OW-DEPT(WS-OW2)  TO DP-DEPT(WS-DP2)
             MOVE OW-OWNER(WS-OW2) TO DP-OWNER(WS-DP2)
             MOVE OW-DEST(WS-OW2)  TO DP-DEST(WS-DP2)
             MOVE 0 TO DP-ENT-CNT(WS-DP2)
           END-IF
           MOVE WS-DP2 TO CE-DEPT-IX(WS-PKT-C)
           ADD 1 TO DP-ENT-CNT(WS-DP2).
       9907-ROUTE-ENTRY-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    WRITE THE PACKET FOR THE DEPARTMENT AT WS-DP1
       9910-PACKET-ONE-PARA.
           MOVE SPACES TO WS-PKTFILE-NAME
           STRING '/home/virtual/Desktop/compare_packet_'
                                      DELIMITED BY SIZE
                  DP-DEPT(WS-DP1)     DELIMITED BY SPACE
                  '.txt'              DELIMITED BY SIZE
             INTO WS-PKTFILE-NAME
           END-STRING
           INITIALIZE WS-FS43
           OPEN OUTPUT PKTFILE
           EVALUATE TRUE
           WHEN F43-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'PACKET FOR ' DP-DEPT(WS-DP1) ' NOT OPEN '
                 WS-FS43
             GO TO 9910-PACKET-ONE-PARA-EXIT
           END-EVALUATE
           ADD 1 TO WS-PKT-FILES
           MOVE 0 TO WS-PKT-PAGE WS-PKT-ENT-CNT WS-PKT-RPT-CNT
                     WS-PKT-NEW-CNT WS-PKT-REC-CNT WS-PKT-RES-CNT
                     WS-PKT-COLL-CNT WS-PKT-ACK-CNT
           PERFORM 9915-PKT-COVER-PARA THRU
                   9915-PKT-COVER-PARA-EXIT
      *
           MOVE 'ENTRY SECTIONS' TO WS-PKT-LINE
           PERFORM 9955-PKT-NEW-SECT-PARA THRU
                   9955-PKT-NEW-SECT-PARA-EXIT
           MOVE 'R' TO WS-PKT-PASS
           PERFORM 9920-PKT-SPOOL-PASS-PARA THRU
                   9920-PKT-SPOOL-PASS-PARA-EXIT
           IF WS-PKT-ENT-CNT = 0
             MOVE '(NO ENTRY SECTIONS PRINTED TONIGHT)'
               TO WS-PKT-LINE
             PERFORM 9950-PKT-WRITE-PARA THRU
                     9950-PKT-WRITE-PARA-EXIT
           END-IF
      *
           MOVE 'OPEN ITEMS (FROM THE AGING REPORT)' TO WS-PKT-LINE
           PERFORM 9955-PKT-NEW-SECT-PARA THRU
                   9955-PKT-NEW-SECT-PARA-EXIT
           MOVE 'A' TO WS-PKT-PASS
           PERFORM 9920-PKT-SPOOL-PASS-PARA THRU
                   9920-PKT-SPOOL-PASS-PARA-EXIT
           IF WS-PKT-NEW-CNT = 0 AND WS-PKT-REC-CNT = 0
            AND WS-PKT-RES-CNT = 0
             MOVE '(NO OPEN ITEMS)' TO WS-PKT-LINE
             PERFORM 9950-PKT-WRITE-PARA THRU
                     9950-PKT-WRITE-PARA-EXIT
           END-IF
      *
           MOVE 'CROSS-ENTRY KEY COLLISIONS' TO WS-PKT-LINE
           PERFORM 9955-PKT-NEW-SECT-PARA THRU
                   9955-PKT-NEW-SECT-PARA-EXIT
           PERFORM 9930-PKT-COLL-PARA THRU
                   9930-PKT-COLL-PARA-EXIT
           IF WS-PKT-COLL-CNT = 0
             MOVE '(NO COLLISION INVOLVES THIS DEPARTMENT)'
               TO WS-PKT-LINE
             PERFORM 9950-PKT-WRITE-PARA THRU
                     9950-PKT-WRITE-PARA-EXIT
           END-IF
      *
           MOVE 'ACKNOWLEDGED EXCEPTIONS (SEE DISPOSITION LIST)'
             TO WS-PKT-LINE
           PERFORM 9955-PKT-NEW-SECT-PARA THRU
                   9955-PKT-NEW-SECT-PARA-EXIT
           MOVE 'ENAME  EXC-ID    T  STATUS    BY   DATE'
             TO WS-PKT-LINE
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           MOVE 'K' TO WS-PKT-PASS
           PERFORM 9920-PKT-SPOOL-PASS-PARA THRU
                   9920-PKT-SPOOL-PASS-PARA-EXIT
           IF WS-PKT-ACK-CNT = 0
             MOVE '(NONE)' TO WS-PKT-LINE
             PERFORM 9950-PKT-WRITE-PARA THRU
                     9950-PKT-WRITE-PARA-EXIT
           END-IF
      *
           PERFORM 9940-PKT-TOTALS-PARA THRU
                   9940-PKT-TOTALS-PARA-EXIT
           CLOSE PKTFILE.
       9910-PACKET-ONE-PARA-EXIT.
           EXIT.
      *
      *    COVER PAGE - WHO THE PACKET IS FOR AND WHICH ENTRIES IT
      *    COVERS, EACH WITH THE OWNER THE DIRECTORY NAMES FOR IT
       9915-PKT-COVER-PARA.
           MOVE 'RECONCILIATION PACKET - COVER PAGE' TO WS-PKT-LINE
           PERFORM 9955-PKT-NEW-SECT-PARA THRU
                   9955-PKT-NEW-SECT-PARA-EXIT
           STRING 'DEPARTMENT    ' DELIMITED BY SIZE
                  DP-DEPT(WS-DP1)  DELIMITED BY SIZE
             INTO WS-PKT-LINE
           END-STRING
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           STRING 'OWNER         ' DELIMITED BY SIZE
                  DP-OWNER(WS-DP1) DELIMITED BY SIZE
             INTO WS-PKT-LINE
           END-STRING
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           STRING 'DELIVER TO    ' DELIMITED BY SIZE
                  DP-DEST(WS-DP1)  DELIMITED BY SIZE
             INTO WS-PKT-LINE
           END-STRING
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           STRING 'RUN DATE      ' DELIMITED BY SIZE
                  WS-RUN-DATE      DELIMITED BY SIZE
             INTO WS-PKT-LINE
           END-STRING
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           STRING 'ENTRIES ROUTED TO THIS PACKET ' DELIMITED BY SIZE
                  DP-ENT-CNT(WS-DP1)              DELIMITED BY SIZE
             INTO WS-PKT-LINE
           END-STRING
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           IF WS-DP1 = WS-DP-UNRT AND DP-ENT-CNT(WS-DP1) > 0
             MOVE '** THESE ENTRIES HAVE NO OWNER DIRECTORY ROW - ADD'
               & ' ONE SO THEIR PAGES REACH THEIR DEPARTMENT **'
               TO WS-PKT-LINE
             PERFORM 9950-PKT-WRITE-PARA THRU
                     9950-PKT-WRITE-PARA-EXIT
           END-IF
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           MOVE 'ENT  OUT-PREFIX                                OWNER'
             TO WS-PKT-LINE
           MOVE 'INFILE1' TO WS-PKT-LINE(80:7)
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           MOVE 0 TO WS-PKT-C
           PERFORM UNTIL WS-PKT-C = WS-CTLCNT
             ADD 1 TO WS-PKT-C
             IF CE-DEPT-IX(WS-PKT-C) = WS-DP1
               MOVE WS-PKT-C TO PKT-COV-ENT
               MOVE CE-OUT-PREFIX(WS-PKT-C) TO PKT-COV-PREFIX
               MOVE CE-OWN-IX(WS-PKT-C) TO WS-OW1
               IF WS-OW1 > 0
                 MOVE OW-OWNER(WS-OW1) TO PKT-COV-OWNER
               ELSE
                 MOVE 'NONE' TO PKT-COV-OWNER
               END-IF
               MOVE CE-INFILE1(WS-PKT-C) TO PKT-COV-INFILE1
               MOVE WS-PKT-COV-DTL TO WS-PKT-LINE
               PERFORM 9950-PKT-WRITE-PARA THRU
                       9950-PKT-WRITE-PARA-EXIT
             END-IF
           END-PERFORM.
       9915-PKT-COVER-PARA-EXIT.
           EXIT.
      *
      *    ONE PASS OVER THE PACKET SPOOL FOR LINES OF TYPE
      *    WS-PKT-PASS - THE COORDINATOR READS EVERY STREAM'S SPOOL
      *    IN STREAM ORDER AND RESTORES THE CLASSIC NAMES AFTER
       9920-PKT-SPOOL-PASS-PARA.
           MOVE 0 TO WS-PKT-PREV-ENT
           MOVE SPACE TO WS-PKT-PREV-SECT
           IF WS-MERGE-ON
             MOVE 0 TO WS-M1
             PERFORM UNTIL WS-M1 = WS-STRMCNT
               ADD 1 TO WS-M1
               MOVE SPACES TO WS-STRM-TAIL
               STRING '.S'                  DELIMITED BY SIZE
                      WS-STRM-NUM(WS-M1)    DELIMITED BY SIZE
                 INTO WS-STRM-TAIL
               END-STRING
               PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                       1010-BUILD-JOBNAMES-PARA-EXIT
               PERFORM 9925-PKT-SPOOL-FILE-PARA THRU
                       9925-PKT-SPOOL-FILE-PARA-EXIT
             END-PERFORM
             MOVE SPACES TO WS-STRM-TAIL
             PERFORM 1010-BUILD-JOBNAMES-PARA THRU
                     1010-BUILD-JOBNAMES-PARA-EXIT
           ELSE
             PERFORM 9925-PKT-SPOOL-FILE-PARA THRU
                     9925-PKT-SPOOL-FILE-PARA-EXIT
           END-IF.
       9920-PKT-SPOOL-PASS-PARA-EXIT.
           EXIT.
      *
       9925-PKT-SPOOL-FILE-PARA.
           INITIALIZE WS-FS41
           OPEN INPUT PKSFILE
           EVALUATE TRUE
           WHEN F41-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'PACKET SPOOL NOT READABLE ' WS-PKSFILE-NAME
                 ' ' WS-FS41
             GO TO 9925-PKT-SPOOL-FILE-PARA-EXIT
           END-EVALUATE
           PERFORM UNTIL F41-EOF
             READ PKSFILE
               AT END
                 SET F41-EOF TO TRUE
               NOT AT END
                 IF PKS-TYPE = WS-PKT-PASS
                   PERFORM 9927-PKT-SPOOL-LINE-PARA THRU
                           9927-PKT-SPOOL-LINE-PARA-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PKSFILE.
       9925-PKT-SPOOL-FILE-PARA-EXIT.
           EXIT.
      *
      *    ONE SPOOLED LINE - KEPT ONLY WHEN ITS ENTRY ROUTES TO THE
      *    DEPARTMENT BEING BURST.  ENTRY AND ACKNOWLEDGED LINES GET
      *    AN ENTRY BANNER WHEN THE ENTRY CHANGES, AGING LINES THEIR
      *    SUB-HEADING WHEN THE OPEN-ITEM STATE CHANGES; THE
      *    ACKNOWLEDGED SECTION'S OWN HEADING AND TOTAL LINES ARE
      *    DROPPED, THE PACKET PRINTS ONE HEADING AND ONE TOTAL
       9927-PKT-SPOOL-LINE-PARA.
           MOVE PKS-ENTRY TO WS-PKT-ENT-NO
           PERFORM 9960-PKT-DEPT-OF-PARA THRU
                   9960-PKT-DEPT-OF-PARA-EXIT
           IF WS-PKT-ENT-DEPT NOT = WS-DP1
             GO TO 9927-PKT-SPOOL-LINE-PARA-EXIT
           END-IF
           EVALUATE WS-PKT-PASS
           WHEN 'A'
             IF PKS-SECT NOT = WS-PKT-PREV-SECT
               MOVE PKS-SECT TO WS-PKT-PREV-SECT
               PERFORM 9950-PKT-WRITE-PARA THRU
                       9950-PKT-WRITE-PARA-EXIT
               EVALUATE PKS-SECT
               WHEN 'N'
                 MOVE 'NEW EXCEPTIONS (FIRST SEEN TONIGHT)'
                   TO WS-PKT-LINE
               WHEN 'S'
                 MOVE 'RECURRING EXCEPTIONS (CARRIED FROM PRIOR RUNS)'
                   TO WS-PKT-LINE
               WHEN OTHER
                 MOVE 'RESOLVED TONIGHT (KEY MATCHED CLEANLY AGAIN)'
                   TO WS-PKT-LINE
               END-EVALUATE
               PERFORM 9950-PKT-WRITE-PARA THRU
                       9950-PKT-WRITE-PARA-EXIT
               MOVE WS-AGE-HDG TO WS-PKT-LINE
               PERFORM 9950-PKT-WRITE-PARA THRU
                       9950-PKT-WRITE-PARA-EXIT
             END-IF
             EVALUATE PKS-SECT
             WHEN 'N'
               ADD 1 TO WS-PKT-NEW-CNT
             WHEN 'S'
               ADD 1 TO WS-PKT-REC-CNT
             WHEN OTHER
               ADD 1 TO WS-PKT-RES-CNT
             END-EVALUATE
           WHEN 'K'
             IF PKS-SECT NOT = 'D'
               GO TO 9927-PKT-SPOOL-LINE-PARA-EXIT
             END-IF
             ADD 1 TO WS-PKT-ACK-CNT
           WHEN OTHER
             ADD 1 TO WS-PKT-RPT-CNT
           END-EVALUATE
           IF WS-PKT-PASS NOT = 'A'
            AND WS-PKT-ENT-NO NOT = WS-PKT-PREV-ENT
             MOVE WS-PKT-ENT-NO TO WS-PKT-PREV-ENT
             IF WS-PKT-PASS = 'R'
               ADD 1 TO WS-PKT-ENT-CNT
             END-IF
             PERFORM 9945-PKT-ENTRY-BANNER-PARA THRU
                     9945-PKT-ENTRY-BANNER-PARA-EXIT
           END-IF
           MOVE PKS-LINE TO WS-PKT-LINE
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT.
       9927-PKT-SPOOL-LINE-PARA-EXIT.
           EXIT.
      *
      *    COLLISION GROUPS - A GROUP IS HELD IN TABLE16 UNTIL ITS
      *    LAST LINE AND PRINTED WHOLE IF ANY MEMBER ENTRY ROUTES TO
      *    THIS DEPARTMENT, SO EACH DEPARTMENT SEES THE OTHER SIDE
      *    OF ITS OWN COLLISIONS TOO
       9930-PKT-COLL-PARA.
           MOVE 0 TO WS-CGBCNT
           MOVE 0 TO WS-CGB-GROUP
           MOVE 'N' TO WS-CGB-HIT-SW WS-CGB-OVER-SW
           INITIALIZE WS-FS42
           OPEN INPUT CSPFILE
           EVALUATE TRUE
           WHEN F42-SUCCESS
             CONTINUE
           WHEN OTHER
             DISPLAY 'COLLISION SPOOL NOT READABLE ' WS-FS42
             GO TO 9930-PKT-COLL-PARA-EXIT
           END-EVALUATE
           PERFORM UNTIL F42-EOF
             READ CSPFILE
               AT END
                 SET F42-EOF TO TRUE
               NOT AT END
                 IF CSP-GROUP NOT = WS-CGB-GROUP
                   PERFORM 9935-PKT-COLL-FLUSH-PARA THRU
                           9935-PKT-COLL-FLUSH-PARA-EXIT
                   MOVE CSP-GROUP TO WS-CGB-GROUP
                 END-IF
                 IF CSP-ENTRY > 0
                   MOVE CSP-ENTRY TO WS-PKT-ENT-NO
                   PERFORM 9960-PKT-DEPT-OF-PARA THRU
                           9960-PKT-DEPT-OF-PARA-EXIT
                   IF WS-PKT-ENT-DEPT = WS-DP1
                     MOVE 'Y' TO WS-CGB-HIT-SW
                   END-IF
                 END-IF
                 IF WS-CGBCNT < 200
                   ADD 1 TO WS-CGBCNT
                   MOVE CSP-LINE TO CGB-LINE(WS-CGBCNT)
                 ELSE
                   MOVE 'Y' TO WS-CGB-OVER-SW
                 END-IF
             END-READ
           END-PERFORM
           PERFORM 9935-PKT-COLL-FLUSH-PARA THRU
                   9935-PKT-COLL-FLUSH-PARA-EXIT
           CLOSE CSPFILE.
       9930-PKT-COLL-PARA-EXIT.
           EXIT.
      *
       9935-PKT-COLL-FLUSH-PARA.
           IF WS-CGBCNT > 0 AND WS-CGB-HIT-SW = 'Y'
             ADD 1 TO WS-PKT-COLL-CNT
             MOVE 0 TO WS-CGB1
             PERFORM UNTIL WS-CGB1 = WS-CGBCNT
               ADD 1 TO WS-CGB1
               MOVE CGB-LINE(WS-CGB1) TO WS-PKT-LINE
               PERFORM 9950-PKT-WRITE-PARA THRU
                       9950-PKT-WRITE-PARA-EXIT
             END-PERFORM
             IF WS-CGB-OVER-SW = 'Y'
               MOVE '** GROUP CUT SHORT HERE - SEE THE COLLISION'
                 & ' REPORT FOR EVERY MEMBER **'
                 TO WS-PKT-LINE
               PERFORM 9950-PKT-WRITE-PARA THRU
                       9950-PKT-WRITE-PARA-EXIT
             END-IF
           END-IF
           MOVE 0 TO WS-CGBCNT
           MOVE 'N' TO WS-CGB-HIT-SW WS-CGB-OVER-SW.
       9935-PKT-COLL-FLUSH-PARA-EXIT.
           EXIT.
      *
      *    TOTALS PAGE - THE DEPARTMENT CAN TICK EACH SECTION OFF
      *    AGAINST IT
       9940-PKT-TOTALS-PARA.
           MOVE 'PACKET TOTALS' TO WS-PKT-LINE
           PERFORM 9955-PKT-NEW-SECT-PARA THRU
                   9955-PKT-NEW-SECT-PARA-EXIT
           MOVE 'ENTRIES ROUTED HERE' TO PKT-TOT-LABEL
           MOVE DP-ENT-CNT(WS-DP1) TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'ENTRY SECTIONS PRINTED' TO PKT-TOT-LABEL
           MOVE WS-PKT-ENT-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'ENTRY-SECTION LINES' TO PKT-TOT-LABEL
           MOVE WS-PKT-RPT-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'OPEN ITEMS - NEW' TO PKT-TOT-LABEL
           MOVE WS-PKT-NEW-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'OPEN ITEMS - RECURRING' TO PKT-TOT-LABEL
           MOVE WS-PKT-REC-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'OPEN ITEMS - RESOLVED TONIGHT' TO PKT-TOT-LABEL
           MOVE WS-PKT-RES-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'COLLISION GROUPS' TO PKT-TOT-LABEL
           MOVE WS-PKT-COLL-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           MOVE 'ACKNOWLEDGED EXCEPTIONS' TO PKT-TOT-LABEL
           MOVE WS-PKT-ACK-CNT TO PKT-TOT-CNT
           PERFORM 9942-PKT-TOT-LINE-PARA THRU
                   9942-PKT-TOT-LINE-PARA-EXIT
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           MOVE '*** END OF PACKET ***' TO WS-PKT-LINE
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT.
       9940-PKT-TOTALS-PARA-EXIT.
           EXIT.
      *
       9942-PKT-TOT-LINE-PARA.
           MOVE WS-PKT-TOT-LINE TO WS-PKT-LINE
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT.
       9942-PKT-TOT-LINE-PARA-EXIT.
           EXIT.
      *
      *    ENTRY BANNER - A BLANK LINE AND THE ENTRY'S ORDINAL,
      *    OUT-PREFIX AND INFILE1 AHEAD OF ITS LINES
       9945-PKT-ENTRY-BANNER-PARA.
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           MOVE WS-PKT-ENT-NO TO WS-PKT-C
           STRING '---- ENTRY '           DELIMITED BY SIZE
                  WS-PKT-C                DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  CE-OUT-PREFIX(WS-PKT-C) DELIMITED BY SPACE
                  ' - '                   DELIMITED BY SIZE
                  CE-INFILE1(WS-PKT-C)    DELIMITED BY SPACE
                  ' ----'                 DELIMITED BY SIZE
             INTO WS-PKT-LINE
           END-STRING
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT.
       9945-PKT-ENTRY-BANNER-PARA-EXIT.
           EXIT.
      *
      *    PACKET PRINT LINE - SAME PAGE DEPTH AS THE RECONCILIATION
      *    REPORT, WITH THE DEPARTMENT ON EVERY PAGE HEADING
       9950-PKT-WRITE-PARA.
           IF WS-PKT-LINE-CNT >= WS-RPT-MAX-LINES
             PERFORM 9952-PKT-HEAD-PARA THRU
                     9952-PKT-HEAD-PARA-EXIT
           END-IF
           MOVE WS-PKT-LINE TO FS-PKTFILE
           WRITE FS-PKTFILE
           ADD 1 TO WS-PKT-LINE-CNT
           MOVE SPACES TO WS-PKT-LINE.
       9950-PKT-WRITE-PARA-EXIT.
           EXIT.
      *
       9952-PKT-HEAD-PARA.
           ADD 1 TO WS-PKT-PAGE
           MOVE SPACES TO FS-PKTFILE
           STRING 'COMPARE RECONCILIATION PACKET - DEPARTMENT '
                                      DELIMITED BY SIZE
                  DP-DEPT(WS-DP1)     DELIMITED BY SIZE
                  '   RUN DATE '      DELIMITED BY SIZE
                  WS-RUN-DATE         DELIMITED BY SIZE
                  '   PAGE '          DELIMITED BY SIZE
                  WS-PKT-PAGE         DELIMITED BY SIZE
             INTO FS-PKTFILE
           END-STRING
           WRITE FS-PKTFILE
           MOVE SPACES TO FS-PKTFILE
           WRITE FS-PKTFILE
           MOVE 2 TO WS-PKT-LINE-CNT.
       9952-PKT-HEAD-PARA-EXIT.
           EXIT.
      *
      *    START A SECTION ON A NEW PAGE - THE CALLER LEAVES THE
      *    SECTION TITLE IN WS-PKT-LINE
       9955-PKT-NEW-SECT-PARA.
           MOVE WS-RPT-MAX-LINES TO WS-PKT-LINE-CNT
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT
           PERFORM 9950-PKT-WRITE-PARA THRU
                   9950-PKT-WRITE-PARA-EXIT.
       9955-PKT-NEW-SECT-PARA-EXIT.
           EXIT.
      *
      *    DEPARTMENT ROW FOR THE ENTRY ORDINAL IN WS-PKT-ENT-NO -
      *    ZERO OR AN ORDINAL NOT ON TONIGHT'S CONTROL FILE IS
      *    UNROUTED
       9960-PKT-DEPT-OF-PARA.
           IF WS-PKT-ENT-NO > 0 AND WS-PKT-ENT-NO NOT > WS-CTLCNT
             MOVE CE-DEPT-IX(WS-PKT-ENT-NO) TO WS-PKT-ENT-DEPT
           ELSE
             MOVE WS-DP-UNRT TO WS-PKT-ENT-DEPT
           END-IF.
       9960-PKT-DEPT-OF-PARA-EXIT.
           EXIT.
      ******************************************************************
       9000-TERM-PARA.
           IF WS-REPORTS-OPEN
                   9800-COLLISION-PARA-EXIT
           PERFORM 9300-TREND-PARA THRU
                   9300-TREND-PARA-EXIT
           CLOSE TIMHFILE
           PERFORM 9350-SAVE-GENS-PARA THRU
                   9350-SAVE-GENS-PARA-EXIT
           PERFORM 9360-AGING-PARA THRU
           PERFORM 9370-SAVE-OPENITEMS-PARA THRU
                   9370-SAVE-OPENITEMS-PARA-EXIT
      *
      *    THE AGING LINES WERE THE LAST TO SPOOL.  A STREAM
      *    INSTANCE LEAVES ITS SPOOL FOR THE *MERGE* COORDINATOR,
      *    WHICH BURSTS EVERY STREAM'S PAGES IN ONE PASS
           IF WS-PKS-OPEN-SW = 'Y'
             CLOSE PKSFILE
             MOVE 'N' TO WS-PKS-OPEN-SW
           END-IF
           IF WS-STREAM-ID = SPACES
             PERFORM 9900-PACKETS-PARA THRU
                     9900-PACKETS-PARA-EXIT
           ELSE
             DISPLAY 'PACKET BURST DEFERRED TO THE STREAM MERGE'
           END-IF
      *
      *    THE TIMING REPORT LIKEWISE NEEDS EVERY STREAM'S TIMINGS
      *    FOR TONIGHT, SO A STREAM INSTANCE LEAVES IT TO *MERGE*
           IF WS-STREAM-ID = SPACES
             PERFORM 9400-TIMING-PARA THRU
                     9400-TIMING-PARA-EXIT
           ELSE
             DISPLAY 'TIMING REPORT DEFERRED TO THE STREAM MERGE'
           END-IF
      *
      *    THE BATCH REACHED ITS NORMAL END - CLEAR THE ENTRY-STATUS
      *    FILE SO TOMORROW STARTS FRESH INSTEAD OF SKIPPING
      *    TONIGHT'S ENTRIES
           CLOSE ENTSTFILE
           DISPLAY 'ENTRY STATUS CLEARED FOR NEXT RUN'.
      *
      *    A DRY RUN, AN INQUIRY OR A PERIOD REPORT MUST NOT
      *    OVERWRITE THE SCHEDULER'S VIEW OF THE LAST REAL RUN, SO
      *    THEIR JOB STATUS RECORD IS SKIPPED
       9000-TERM-WRAPUP.
      *    THE COORDINATOR ALREADY WROTE THE MERGED JOB STATUS
      *    RECORD ITSELF IN 9700-MERGE-STREAMS-PARA
           IF NOT WS-DRYRUN-ON AND NOT WS-INQUIRY-ON
            AND NOT WS-MERGE-ON AND NOT WS-PERIOD-ON
             PERFORM 9200-JOB-STATUS-PARA THRU
                     9200-JOB-STATUS-PARA-EXIT
           END-IF
