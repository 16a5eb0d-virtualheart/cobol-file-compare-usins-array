      * Tectonics: cobc
      *
      *    COMPANION MASTER-UPDATE JOB FOR THE COMPARE
      *    RECONCILIATION RUN - CONSUMES THE A/C/D/R TRANSACTION
      *    FILES COMPARE WRITES (TRN-CODE, TRN-ENAME, TRN-DATA) AND
      *    APPLIES THEM TO EACH DEPARTMENT MASTER IN KEY ORDER,
      *    INSTEAD OF A PERSON RE-KEYING THE DIFFERENCES BY HAND.
      *    REJECTED CONTROL-TOTAL LINE THAT TIES BACK TO THE COUNTS
      *    ON compare_summary.txt (APPLIED ADDS = ONLY-IN-FILE2,
      *    APPLIED DELETES = ONLY-IN-FILE1, APPLIED CHANGES =
      *    CHANGED, APPLIED RE-KEYS = PROBABLE RE-KEYS - A RE-KEY
      *    MOVES THE RECORD FROM ITS OLD ENAME TO ITS NEW ONE, SO
      *    ITS HISTORY STAYS WITH IT INSTEAD OF BEING DELETED AND
      *    ADDED BACK).  THE JOB GRADES ITSELF ON THE SAME TIERED
      *    RETURN-CODE SCHEME AS COMPARE - 0 CLEAN, 4 REJECTS, 8
      *    ENTRY ABANDONED, 16 CONTROL FILE UNUSABLE - SO THE
      *    SCHEDULER TREATS THE PAIR AS ONE PIPELINE.
      *    BALANCED COUNTS ONLY PROVE THE UPDATE RAN, SO EACH ENTRY
      *    THAT NAMES ITS SOURCE EXTRACT (THE COMPARE INFILE2 THAT
      *    PRODUCED THE TRANSACTIONS) IS THEN PROVED: THE NEW MASTER
      *    MUST AGREE WITH THAT EXTRACT RECORD FOR RECORD, APART FROM
      *    KEYS DELIBERATELY HELD BACK.  ANY OTHER DIFFERENCE GRADES
      *    THE JOB AT 8 SO THE NEW MASTER IS NOT PROMOTED.  AN ENTRY
      *    WITH A LAYOUT DICTIONARY ON compare.ctl IS PROVED FIELD BY
      *    FIELD, WITH THE SAME TOLERANCES COMPARE APPLIED, AND THE
      *    FIELDS THAT DICTIONARY MARKS SENSITIVE ARE MASKED ON EVERY
      *    LISTING THIS JOB WRITES - SEE 1160-ENTRY-DICT-PARA.
      *    AN APPLY CONTROL RECORD CARRYING A BACKOUT DATE REVERSES
      *    THE APPLY OF ITS TRANSACTION FILE ON THAT DATE INSTEAD:
      *    THE INVERSE TRANSACTIONS ARE BUILT FROM THE AUDIT TRAIL
      *    AND RUN THROUGH THE SAME BALANCED-LINE APPLY - SEE
      *    2200-BACKOUT-GEN-PARA
      *    A TRANSACTION CARRYING AN EFFECTIVE DATE LATER THAN THE
      *    RUN DATE IS NOT APPLIED BUT PARKED ON THE PENDING FILE,
      *    AND EACH NIGHT THE PENDING TRANSACTIONS THAT HAVE COME
      *    DUE ARE MERGED INTO THAT NIGHT'S APPLY IN KEY ORDER - SEE
      *    2300-PND-MERGE-PARA.  apply_pending.txt LISTS WHAT WAS
      *    PARKED, CAME DUE OR WAS SUPERSEDED, AND EVERYTHING STILL
      *    SCHEDULED AT END OF JOB
      *
      *             https://github.com/virtualheart/
      *
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS4.
      *
      *    BEFORE/AFTER AUDIT IMAGES FOR EVERY APPLIED TRANSACTION.
      *    EXTENDED RUN AFTER RUN, NOT REWRITTEN, SO A BACKOUT CAN
      *    FIND THE APPLY IT REVERSES AND EVERY RUN SINCE - OPERATIONS
      *    ARCHIVES AND EMPTIES IT WITH THE MASTER GENERATIONS
           SELECT OPTIONAL AUDFILE ASSIGN TO
           "/home/virtual/Desktop/apply_audit.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS5.
      *
      *    THE SAME AUDIT TRAIL READ BACK BY A BACKOUT ENTRY
           SELECT OPTIONAL AUDINFILE ASSIGN TO
           "/home/virtual/Desktop/apply_audit.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS13.
      *
      *    ONE CONTROL-TOTAL LINE PER ENTRY - APPLIED/REJECTED
      *    COUNTS THAT TIE BACK TO COMPARE'S SUMMARY
           SELECT APSFILE ASSIGN TO
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS7.
      *
      *    THE SOURCE EXTRACT THE NEW MASTER IS PROVED AGAINST -
      *    NAMED ON THE APPLY CONTROL RECORD (ACT-SOURCE)
           SELECT SRCFILE ASSIGN DYNAMIC WS-SRCFILE-NAME
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS8.
      *
      *    CONVERGENCE PROOF LISTING - EVERY KEY WHERE THE NEW MASTER
      *    AND ITS SOURCE EXTRACT STILL DISAGREE, WITH THE REASON,
      *    AND EVERY KEY EXCUSED AS DELIBERATELY HELD BACK
           SELECT VFYFILE ASSIGN TO
           "/home/virtual/Desktop/apply_verify.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS9.
      *
      *    COMPARE'S PER-ENTRY SUMMARY - READ ONLY TO LEARN WHETHER
      *    COMPARE HELD THE ENTRY AT ITS VARIANCE THRESHOLDS
           SELECT OPTIONAL CSMFILE ASSIGN TO
           "/home/virtual/Desktop/compare_summary.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS10.
      *
      *    COMPARE'S OWN CONTROL FILE - READ ONLY TO FIND THE LAYOUT
      *    DICTIONARY OF THE COMPARE ENTRY WHOSE INFILE2 IS THIS
      *    ENTRY'S SOURCE EXTRACT
           SELECT OPTIONAL CMCFILE ASSIGN TO
           "/home/virtual/Desktop/compare.ctl"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS16.
      *
      *    THAT ENTRY'S LAYOUT DICTIONARY
           SELECT DICTFILE ASSIGN DYNAMIC WS-DICTFILE-NAME
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS17.
      *
      *    COMPARE'S OPERATIONS SUPPRESSION LIST - SUPPRESSED KEYS
      *    NEVER REACH THE TRANSACTIONS, SO THE PROOF EXCUSES THEM
           SELECT OPTIONAL SUPFILE ASSIGN TO
           "/home/virtual/Desktop/compare_suppress.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS11.
      *
      *    PENDING TRANSACTIONS - DATED AFTER THE NIGHT THEY
      *    ARRIVED AND PARKED UNTIL THEN, KEYED ON THE MASTER THEY
      *    UPDATE, THE ENAME AND THE EFFECTIVE DATE.  CARRIED FROM
      *    RUN TO RUN, SO OPERATIONS BACKS IT UP WITH THE MASTERS
           SELECT OPTIONAL PNDFILE ASSIGN TO
           "/home/virtual/Desktop/apply_pending.dat"
           ACCESS              IS DYNAMIC
           ORGANIZATION        IS INDEXED
           RECORD KEY          IS PND-KEY
           FILE STATUS         IS WS-FS14.
      *
      *    PENDING-ITEMS LISTING - TONIGHT'S PARKED, DUE AND
      *    SUPERSEDED TRANSACTIONS, THEN EVERYTHING STILL SCHEDULED
           SELECT PNRFILE ASSIGN TO
           "/home/virtual/Desktop/apply_pending.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS15.
      *
      *    PUTS THE SOURCE EXTRACT INTO ENAME ORDER FOR THE PROOF,
      *    AND MERGES DUE PENDING TRANSACTIONS INTO TONIGHT'S
           SELECT SORTWK ASSIGN TO "SORTWK".
      *
       DATA DIVISION.
       FILE SECTION.
      *    6-512 - BLANK MEANS THE CLASSIC 80.  MUST MATCH THE
      *    LRECL THE COMPARE ENTRY DECLARED ON compare.ctl
          02  ACT-LRECL        PIC X(3).
      *    THE COMPARE INFILE2 THIS ENTRY'S TRANSACTIONS CAME FROM.
      *    BLANK = THE NEW MASTER IS NOT PROVED (NOTED ON THE
      *    SUMMARY LINE)
          02  ACT-SOURCE       PIC X(60).
      *    YYYYMMDD - WHEN FILLED THIS ENTRY IS A BACKOUT: IT UNDOES
      *    THE APPLY OF ACT-TRANFILE BY THE JOB THAT STARTED ON THIS
      *    DATE (ITS LAST RUN THAT DAY), AGAINST ACT-MASTER AS IT
      *    STANDS NOW.  BLANK = A NORMAL APPLY
          02  ACT-BKO-DATE     PIC X(8).
      *
      *    MASTER-UPDATE TRANSACTION - A=ADD, C=CHANGE, D=DELETE,
      *    R=RE-KEY, THE ENAME KEY, AND THE RECORD IMAGE THE MASTER
      *    SHOULD END UP WITH (THE OLD IMAGE ON A DELETE, FOR
      *    AUDIT).  A RE-KEY IS KEYED ON ITS NEW ENAME AND CARRIES
      *    THE OLD ENAME IN THE FIVE BYTES AFTER THE IMAGE, AT THE
      *    ENTRY'S LRECL - SEE 4600-READ-TRAN-PARA.  A DATED
      *    TRANSACTION RUNS ON PAST THAT SLOT (SPACES UNLESS A
      *    RE-KEY) WITH ITS YYYYMMDD EFFECTIVE DATE
       FD TRANFILE
           RECORD IS VARYING IN SIZE FROM 12 TO 531
           CHARACTERS DEPENDING ON WS-TRNREC-LEN.
       01 FS-TRANFILE.
          02  TRN-CODE         PIC X(1).
          02  TRN-ENAME        PIC X(5).
          02  TRN-DATA         PIC X(512).
          02  FILLER           PIC X(13).
      *
       FD MASTFILE
           RECORD IS VARYING IN SIZE FROM 6 TO 512
          02  FILLER           PIC X(507).
      *
      *    REJECTED-TRANSACTION EXCEPTION - WHICH TRANSACTION FILE,
      *    THE TRANSACTION CODE, THE REASON, AND THE IMAGE, MASKED
      *    AS 1160-ENTRY-DICT-PARA SAYS
       FD EXCFILE.
       01 FS-EXCFILE.
          02  EXC-TRANFILE     PIC X(60).
      *
      *    AUDIT IMAGE - BEFORE IS THE MASTER RECORD A CHANGE OR
      *    DELETE REMOVED, AFTER IS THE RECORD AN ADD OR CHANGE PUT
      *    ON THE NEW MASTER.  AUD-TRANFILE AND AUD-JOB-STAMP (THE
      *    DATE AND TIME THE JOB STARTED) TIE EVERY IMAGE TO ONE RUN
      *    OF ONE ENTRY; AUD-MODE 'A' IS AN APPLY, 'B' A BACKOUT
      *    (AUD-TRANFILE THEN NAMES THE TRANSACTION FILE WHOSE APPLY
      *    WAS REVERSED)
       FD AUDFILE.
       01 FS-AUDFILE.
          02  AUD-RUN-DATE     PIC X(8).
          02  AUD-ENAME        PIC X(5).
          02  FILLER           PIC X(1).
          02  AUD-DATA         PIC X(512).
          02  AUD-TRANFILE     PIC X(60).
          02  AUD-JOB-STAMP    PIC X(16).
          02  AUD-MODE         PIC X(1).
      *
       FD AUDINFILE.
       01 FS-AUDINFILE.
          02  AUI-RUN-DATE     PIC X(8).
          02  AUI-RUN-TIME     PIC X(8).
          02  AUI-ACTION       PIC X(6).
          02  FILLER           PIC X(1).
          02  AUI-ENAME        PIC X(5).
          02  FILLER           PIC X(1).
          02  AUI-DATA         PIC X(512).
          02  AUI-TRANFILE     PIC X(60).
          02  AUI-JOB-STAMP    PIC X(16).
          02  AUI-MODE         PIC X(1).
      *
      *    APPLY CONTROL TOTALS - ONE LINE PER ENTRY PROCESSED.
      *    MASTER-OUT MUST EQUAL MASTER-IN PLUS ADDS MINUS DELETES
      *    (A RE-KEY DROPS ONE MASTER RECORD AND WRITES ONE, SO IT
      *    NETS TO ZERO), AND APPLIED PLUS REJECTED MUST EQUAL
      *    TRANSACTIONS READ
       FD APSFILE.
       01 FS-APSFILE.
          02  APS-RUN-DATE     PIC X(8).
          02  APS-MOUT-CNT     PIC 9(5).
          02  APS-ABND-SW      PIC X.
            88  APS-ENTRY-ABANDONED VALUE 'Y'.
          02  APS-RKY-CNT      PIC 9(5).
      *    CONVERGENCE PROOF - 'Y' NEW MASTER AGREES WITH ITS SOURCE,
      *    'D' DIFFERENCES REMAIN, 'H' COMPARE HELD THE ENTRY, 'U'
      *    SOURCE UNREADABLE, 'N' NOT PROVED (NO SOURCE NAMED OR THE
      *    ENTRY WAS ABANDONED).  EXCUSED = KEYS HELD BACK ON PURPOSE
          02  APS-VFY-SW       PIC X.
          02  APS-VFY-DIFF-CNT PIC 9(5).
          02  APS-VFY-EXCL-CNT PIC 9(5).
      *    'A' APPLY, 'B' BACKOUT - A BACKOUT LINE NAMES THE DATE OF
      *    THE APPLY IT REVERSED AND HOW MANY KEYS IT REFUSED BECAUSE
      *    A LATER RUN HAD TOUCHED THEM (THOSE NEVER BECOME
      *    TRANSACTIONS, SO THEY SIT OUTSIDE APPLIED + REJECTED)
          02  APS-MODE         PIC X.
          02  APS-BKO-DATE     PIC X(8).
          02  APS-BKO-REF-CNT  PIC 9(5).
      *    EFFECTIVE DATING - TRANSACTIONS HELD BACK TONIGHT AS
      *    FUTURE-DATED, PENDING ONES THAT CAME DUE AND WERE MERGED
      *    IN, HOW MANY OF THOSE A NEWER TRANSACTION SUPERSEDED, AND
      *    PENDING ONES FLAGGED BECAUSE A NEWER TRANSACTION FOR THE
      *    SAME KEY ARRIVED BEFORE THEIR DATE.  TRANSACTIONS READ
      *    IS COUNTED AFTER THE MERGE, SO IT IS TONIGHT'S FILE LESS
      *    HELD PLUS DUE LESS SUPERSEDED
          02  APS-PND-HELD-CNT PIC 9(5).
          02  APS-PND-DUE-CNT  PIC 9(5).
          02  APS-PND-SUPR-CNT PIC 9(5).
          02  APS-PND-FLAG-CNT PIC 9(5).
      *
      *    JOB STATUS RECORD - FIXED LAYOUT FOR THE SCHEDULER
       FD JOBSTFILE.
          02  JST-ENTRIES-DONE PIC 9(5).
          02  JST-ENTRIES-ABND PIC 9(5).
          02  JST-WORST-RC     PIC 9(2).
      *    ENTRIES WHOSE NEW MASTER FAILED ITS CONVERGENCE PROOF
          02  JST-ENTRIES-VDIF PIC 9(5).
          02  FILLER           PIC X(12).
      *
      *    SOURCE EXTRACT RECORD - SAME SHAPE AS THE MASTER
       FD SRCFILE
           RECORD IS VARYING IN SIZE FROM 6 TO 512
           CHARACTERS DEPENDING ON WS-SREC-LEN.
       01 FS-SRCFILE.
          02  SRC-ENAME        PIC X(5).
          02  FILLER           PIC X(507).
      *
      *    ONE PROOF LINE - 'DIFF' A REMAINING DIFFERENCE, 'EXCL' A
      *    KEY EXCUSED AS HELD BACK, OR AS DICT-MATCH WHEN THE TWO
      *    IMAGES DIFFER ONLY IN BYTES THE DICTIONARY DOES NOT NAME
      *    OR IN NUMERIC FIELDS WITHIN TOLERANCE.  VFY-SIDE SAYS
      *    WHOSE IMAGE IS SHOWN; A MISMATCH WRITES ONE LINE FOR EACH
      *    SIDE.  IMAGES ARE MASKED - SEE 1160-ENTRY-DICT-PARA
       FD VFYFILE.
       01 FS-VFYFILE.
          02  VFY-TRANFILE     PIC X(60).
          02  VFY-CLASS        PIC X(4).
          02  FILLER           PIC X(1).
          02  VFY-REASON       PIC X(10).
          02  FILLER           PIC X(1).
          02  VFY-ENAME        PIC X(5).
          02  FILLER           PIC X(1).
          02  VFY-SIDE         PIC X(6).
          02  FILLER           PIC X(1).
          02  VFY-DATA         PIC X(512).
      *
      *    compare_summary.txt ROW - LAYOUT MUST MATCH COMPARE'S
      *    FD SUMFILE; ONLY THE INFILE2 NAME AND HELD FLAG ARE USED
       FD CSMFILE.
       01 FS-CSMFILE.
          02  CSM-RUN-DATE     PIC X(8).
          02  CSM-RUN-TIME     PIC X(8).
          02  CSM-INFILE1-NAME PIC X(60).
          02  CSM-INFILE2-NAME PIC X(60).
          02  FILLER           PIC X(36).
          02  CSM-HELD-SW      PIC X.
          02  FILLER           PIC X(14).
      *
      *    compare.ctl ROW - LAYOUT MUST MATCH COMPARE'S FD CTLFILE;
      *    ONLY THE INFILE2 AND DICTIONARY NAMES ARE USED
       FD CMCFILE.
       01 FS-CMCFILE.
          02  CMC-INFILE1      PIC X(60).
          02  CMC-INFILE2      PIC X(60).
          02  FILLER           PIC X(129).
          02  CMC-DICT-FILE    PIC X(60).
          02  FILLER           PIC X(24).
      *
      *    LAYOUT-DICTIONARY ROW - LAYOUT MUST MATCH COMPARE'S FD
      *    DICTFILE; ONLY THE FIELD POSITION, TYPE, TOLERANCE AND
      *    SENSITIVITY ARE USED
       FD DICTFILE.
       01 FS-DICTFILE.
          02  DCT-FLDNAME      PIC X(12).
          02  FILLER           PIC X(1).
          02  DCT-START        PIC X(3).
          02  FILLER           PIC X(1).
          02  DCT-LEN          PIC X(2).
          02  FILLER           PIC X(1).
          02  DCT-TYPE         PIC X(1).
          02  FILLER           PIC X(1).
          02  DCT-TOL          PIC X(9).
          02  FILLER           PIC X(1).
          02  DCT-VOL-SW       PIC X(1).
          02  DCT-EFF-SW       PIC X(1).
          02  DCT-SENS-SW      PIC X(1).
          02  DCT-PRF-LIMIT    PIC X(3).
          02  FILLER           PIC X(42).
      *
       FD SUPFILE.
       01 FS-SUPFILE.
          02  SUPR-PATTERN     PIC X(5).
          02  FILLER           PIC X(75).
      *
      *    PENDING TRANSACTION - THE WHOLE TRANSACTION RECORD AS IT
      *    ARRIVED, WHEN AND FROM WHICH FILE.  PND-FLAG 'N' MEANS A
      *    NEWER TRANSACTION FOR THE SAME KEY (CODE PND-NEWER-CODE)
      *    ARRIVED ON PND-NEWER-DATE, BEFORE THIS ONE'S DATE; 'R'
      *    MEANS A DIFFERENT TRANSACTION FOR THE SAME KEY AND SAME
      *    DATE REPLACED THE ONE FIRST PARKED
       FD PNDFILE.
       01 FS-PNDFILE.
          02  PND-KEY.
            04  PND-MASTER     PIC X(60).
            04  PND-ENAME      PIC X(5).
            04  PND-EFF-DATE   PIC X(8).
          02  PND-PARK-DATE    PIC X(8).
          02  PND-TRANFILE     PIC X(60).
          02  PND-FLAG         PIC X(1).
          02  PND-NEWER-DATE   PIC X(8).
          02  PND-NEWER-CODE   PIC X(1).
      *    THE RUN DATE THAT MERGED IT INTO AN APPLY - KEPT UNTIL
      *    THE NEXT NIGHT SO A RERUN AGAINST THE SAME MASTER STILL
      *    GETS IT, THEN PURGED
          02  PND-APPLY-DATE   PIC X(8).
          02  PND-TRN          PIC X(531).
      *
      *    ONE PENDING-ITEMS LINE - PNR-STATUS IS PARKED, REPLACED,
      *    FLAGGED, DUE OR SUPERSEDED FOR TONIGHT'S EVENTS AND
      *    SCHEDULED FOR THE END-OF-JOB LISTING.  THE IMAGE IS
      *    MASKED AS 1160-ENTRY-DICT-PARA SAYS
       FD PNRFILE.
       01 FS-PNRFILE.
          02  PNR-STATUS       PIC X(10).
          02  FILLER           PIC X(1).
          02  PNR-MASTER       PIC X(60).
          02  FILLER           PIC X(1).
          02  PNR-ENAME        PIC X(5).
          02  FILLER           PIC X(1).
          02  PNR-CODE         PIC X(1).
          02  FILLER           PIC X(1).
          02  PNR-EFF-DATE     PIC X(8).
          02  FILLER           PIC X(1).
          02  PNR-PARK-DATE    PIC X(8).
          02  FILLER           PIC X(1).
          02  PNR-FLAG         PIC X(1).
          02  FILLER           PIC X(1).
          02  PNR-NEWER-DATE   PIC X(8).
          02  FILLER           PIC X(1).
          02  PNR-NEWER-CODE   PIC X(1).
          02  FILLER           PIC X(1).
          02  PNR-TRANFILE     PIC X(60).
          02  FILLER           PIC X(1).
          02  PNR-DATA         PIC X(512).
      *
       SD SORTWK.
       01 SRT-REC.
          02  SRT-KEY          PIC X(5).
          02  SRT-SEQ          PIC 9(9).
          02  SRT-TAG          PIC X(1).
          02  SRT-DATA         PIC X(531).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS1               PIC 9(2).
         88 F6-SUCCESS           VALUE 00.
       01 WS-FS7               PIC 9(2).
         88 F7-SUCCESS           VALUE 00.
       01 WS-FS8               PIC 9(2).
         88 F8-SUCCESS           VALUE 00.
         88 F8-EOF               VALUE 10.
       01 WS-FS9               PIC 9(2).
         88 F9-SUCCESS           VALUE 00.
       01 WS-FS10              PIC 9(2).
         88 F10-SUCCESS          VALUE 00.
         88 F10-EOF              VALUE 10.
       01 WS-FS11              PIC 9(2).
         88 F11-SUCCESS          VALUE 00.
         88 F11-EOF              VALUE 10.
       01 WS-FS12              PIC 9(2).
         88 F12-SUCCESS          VALUE 00.
         88 F12-EOF              VALUE 10.
       01 WS-FS13              PIC 9(2).
         88 F13-SUCCESS          VALUE 00.
         88 F13-EOF              VALUE 10.
       01 WS-FS14              PIC 9(2).
         88 F14-SUCCESS          VALUE 00.
       01 WS-FS15              PIC 9(2).
         88 F15-SUCCESS          VALUE 00.
       01 WS-FS16              PIC 9(2).
         88 F16-SUCCESS          VALUE 00.
         88 F16-EOF              VALUE 10.
       01 WS-FS17              PIC 9(2).
         88 F17-SUCCESS          VALUE 00.
         88 F17-EOF              VALUE 10.
      *
      *    DYNAMIC FILE-NAME FIELDS BUILT FROM THE APPLY CONTROL
      *    RECORD IN 1150-RESET-RUN-PARA
       01 WS-TRANFILE-NAME      PIC X(60).
       01 WS-MASTFILE-NAME      PIC X(60).
       01 WS-NEWMFILE-NAME      PIC X(60).
       01 WS-SRCFILE-NAME       PIC X(60).
       01 WS-DICTFILE-NAME      PIC X(60).
      *
      *    DATE AND TIME THIS JOB STARTED - STAMPED ON EVERY AUDIT
      *    IMAGE SO ONE RUN'S IMAGES CAN BE PICKED OUT LATER
       01 WS-JOB-STAMP          PIC X(16).
      *
      *    BACKOUT ENTRY STATE - SEE 2200-BACKOUT-GEN-PARA.
      *    WS-AUD-TRANFILE IS WHAT THE AUDIT IMAGES, THE SUMMARY,
      *    EXCEPTION, PROOF AND PENDING LISTINGS NAME: THE ENTRY'S
      *    OWN TRANSACTION FILE, EVEN WHEN THE ENTRY APPLIES A
      *    GENERATED .bko OR .due FILE INSTEAD
       01 WS-BKO-SW             PIC X     VALUE 'N'.
         88 WS-BKO-ON             VALUE 'Y'.
       01 WS-AUD-TRANFILE       PIC X(60).
      *    WHAT 1050-AUDIT-LAYOUT-PARA FOUND ON THE FIRST AUDIT ROW -
      *    E EMPTY TRAIL, R A ROW WAS READ, B THE READ FAILED
       01 WS-AUD-CHK-SW         PIC X.
       01 WS-BKO-RUN-STAMP      PIC X(16).
       01 WS-BKO-REF-CNT        PIC 9(5).
       01 WS-BKO-AUD-SEQ        PIC 9(9).
       01 WS-BKO-DONE-SW        PIC X.
       01 WS-BKO-KEY            PIC X(5).
       01 WS-BKO-BEFORE-SW      PIC X.
       01 WS-BKO-AFTER-SW       PIC X.
       01 WS-BKO-LATER-SW       PIC X.
       01 WS-BKO-BEFORE-REC     PIC X(512).
       01 WS-BKO-AFTER-REC      PIC X(512).
      *
      *    PENDING-TRANSACTION STATE - SEE 2300-PND-MERGE-PARA.
      *    WS-PND-SW IS 'Y' WHILE THE PENDING FILE IS OPEN; WITHOUT
      *    IT A FUTURE-DATED TRANSACTION HAS NOWHERE TO WAIT
       01 WS-PND-SW             PIC X     VALUE 'N'.
         88 WS-PND-OPEN           VALUE 'Y'.
       01 WS-PND-HELD-CNT       PIC 9(5).
       01 WS-PND-DUE-CNT        PIC 9(5).
       01 WS-PND-SUPR-CNT       PIC 9(5).
       01 WS-PND-FLAG-CNT       PIC 9(5).
       01 WS-PND-SEQ            PIC 9(8).
       01 WS-PND-HIGH-KEY       PIC X(5).
       01 WS-PND-EFF-DATE       PIC X(8).
       01 WS-PND-WALK-SW        PIC X.
       01 WS-PND-DONE-SW        PIC X.
       01 WS-PND-GRP-KEY        PIC X(5).
       01 WS-PND-HOLD-SW        PIC X.
       01 WS-PND-HOLD-TRN       PIC X(531).
       01 WS-PND-RPT-STATUS     PIC X(10).
      *
      *    'Y' WHEN THIS ENTRY HAD TO BE ABANDONED - A REQUIRED
      *    FILE WOULD NOT OPEN OR THE MASTER ARRIVED OUT OF KEY
       01 WS-TRN-KEY            PIC X(5).
       01 WS-TRN-REC            PIC X(512).
       01 WS-TRN-PREV-KEY       PIC X(5).
      *    OLD ENAME CARRIED BY THE RE-KEY TRANSACTION IN HAND
       01 WS-TRN-OLD-KEY        PIC X(5).
      *
      *    THIS ENTRY'S RECORD LENGTH FROM THE APPLY CONTROL RECORD
      *    (BLANK = 80) - THE NEW MASTER WRITES WS-LRECL BYTES,
       01 WS-REJ-CNT            PIC 9(5).
       01 WS-MIN-CNT            PIC 9(5).
       01 WS-MOUT-CNT           PIC 9(5).
       01 WS-RKY-CNT            PIC 9(5).
      *
      *    RE-KEY TRANSACTIONS FOR THE ENTRY IN HAND, LOADED BY
      *    3100-REKEY-SCAN-PARA BEFORE THE APPLY STARTS.  A KEY MOVE
      *    TOUCHES THE MASTER TWICE - THE OLD ENAME MUST BE DROPPED
      *    AND THE NEW ONE WRITTEN - AND WHICHEVER COMES FIRST IN
      *    KEY ORDER CANNOT WAIT FOR THE OTHER, SO EVERY RE-KEY IS
      *    JUDGED UP FRONT AGAINST A PRE-READ OF THE MASTER.
      *    WS-RKY-ENT IS IN TRANSACTION (NEW ENAME) ORDER;
      *    WS-RKO-SLOT INDEXES THE SAME ENTRIES IN OLD-ENAME ORDER.
      *    RKY-REASON STAYS SPACES FOR A RE-KEY THAT WILL APPLY,
      *    OTHERWISE IT HOLDS THE REJECT REASON
       01 WS-RKYTAB-CNT         PIC 9(4)  VALUE 0.
       01 WS-RKY-TABLE.
          05 WS-RKY-ENT OCCURS 2000 TIMES.
             10 RKY-NEW          PIC X(5).
             10 RKY-OLD          PIC X(5).
             10 RKY-OLD-SW       PIC X.
             10 RKY-NEW-SW       PIC X.
             10 RKY-REASON       PIC X(10).
       01 WS-RKO-TABLE.
          05 WS-RKO-SLOT OCCURS 2000 TIMES PIC 9(4).
       01 WS-RX                 PIC 9(4).
       01 WS-RY                 PIC 9(4).
       01 WS-RKY-LO             PIC 9(4).
       01 WS-RKY-HI             PIC 9(4).
       01 WS-RKY-MID            PIC 9(4).
       01 WS-RKY-HIT            PIC 9(4).
       01 WS-RKY-SRCH           PIC X(5).
       01 WS-RKY-PREV           PIC X(5).
       01 WS-RKY-FOUND-SW       PIC X.
       01 WS-RKY-SHIFT-SW       PIC X.
       01 WS-RKY-MOVED-SW       PIC X.
      *
      *    GRADED JOB SEVERITY FOR THE SCHEDULER - SAME SCHEME AS
      *    COMPARE: 0 CLEAN, 4 TRANSACTIONS REJECTED, 8 ONE OR MORE
       01 WS-ENTRIES-READ       PIC 9(5)  VALUE 0.
       01 WS-ENTRIES-DONE       PIC 9(5)  VALUE 0.
       01 WS-ENTRIES-ABND       PIC 9(5)  VALUE 0.
       01 WS-ENTRIES-VDIF       PIC 9(5)  VALUE 0.
      *
      *    KEYS THIS ENTRY'S APPLY REJECTED, IN ASCENDING ORDER FOR
      *    THE BINARY SEARCH IN 7120-REJ-FIND-PARA - THE NEW MASTER
      *    IS EXPECTED TO DISAGREE WITH ITS SOURCE ON THESE.  A
      *    REJECTED RE-KEY NOTES ITS OLD ENAME TOO, SINCE THE RECORD
      *    STAYS THERE.  PAST 2000 THE REMAINING KEYS ARE NOT
      *    EXCUSED AND SURFACE AS DIFFERENCES
       01 WS-REJTAB-CNT         PIC 9(4)  VALUE 0.
      *    WS-REJ-WHY IS THE EXCUSE THE PROOF GIVES THE KEY -
      *    REJECTED, OR PENDING FOR ONE WITH A TRANSACTION STILL
      *    WAITING ON THE PENDING FILE
       01 WS-REJ-TABLE.
          05 WS-REJ-ENT OCCURS 2000 TIMES.
             10 WS-REJ-KEY       PIC X(5).
             10 WS-REJ-WHY       PIC X(10).
       01 WS-REJ-NOTE-KEY       PIC X(5).
       01 WS-REJ-NOTE-WHY       PIC X(10).
      *
      *    SUPPRESSION PATTERNS LOADED FROM SUPFILE BY 1060-LOAD-
      *    SUPLIST-PARA, PARSED EXACTLY AS COMPARE PARSES THEM -
      *    SUP-WILD-SW 'Y' MEANS THE PATTERN ENDED IN '*' AND ONLY
      *    ITS FIRST SUP-PFX-LEN BYTES ARE COMPARED
       01 WS-SUP-TABLE.
          05 SUP-ENT OCCURS 500 TIMES.
             10 SUP-PATTERN      PIC X(5).
             10 SUP-PFX-LEN      PIC 9(1).
             10 SUP-WILD-SW      PIC X.
       01 WS-SUPCNT             PIC 9(3)  VALUE 0.
       01 WS-W                  PIC 9(3).
       01 WS-SUP-ENAME          PIC X(5).
       01 WS-SUP-MATCH-SW       PIC X.
      *
      *    CONVERGENCE PROOF WORK AREAS - SEE 5500-VERIFY-PARA.
      *    EACH SIDE OF THE PROOF'S BALANCED LINE HOLDS ONE RECORD
      *    AND ITS KEY, HIGH-VALUES ONCE EXHAUSTED
       01 WS-VFY-SW             PIC X.
       01 WS-VFY-DIFF-CNT       PIC 9(5).
       01 WS-VFY-EXCL-CNT       PIC 9(5).
       01 WS-VFY-HELD-SW        PIC X.
       01 WS-VFY-MKEY           PIC X(5).
       01 WS-VFY-MREC           PIC X(512).
       01 WS-VFY-SKEY           PIC X(5).
       01 WS-VFY-SREC           PIC X(512).
       01 WS-VFY-PREV-SKEY      PIC X(5).
       01 WS-VFY-SRC-DONE-SW    PIC X.
       01 WS-VFY-SEQ            PIC 9(9).
       01 WS-VFY-HDR-SW         PIC X.
       01 WS-VFY-TRL-SW         PIC X.
       01 WS-VFY-REASON         PIC X(10).
       01 WS-VFY-EXCUSE         PIC X(10).
       01 WS-SREC-LEN           PIC 9(3)  VALUE 80.
      *
      *    THE SOURCE'S LAYOUT DICTIONARY, LOADED BY 1160-ENTRY-
      *    DICT-PARA UNDER THE SAME RULES AS COMPARE'S 1180-PARSE-
      *    DICT-PARA.  ZERO ROWS MEANS THE WHOLE-IMAGE COMPARE, AS IN
      *    COMPARE.  VDC-TOL IS IN UNITS OF THE FIELD'S LAST DIGIT;
      *    VDC-SENS MARKS A FIELD EVERY LISTING PRINTS MASKED
       01 WS-VDC-CNT            PIC 9(2)  VALUE 0.
       01 WS-VDC-SENS-CNT       PIC 9(2)  VALUE 0.
       01 WS-VDC-KEEP-SW        PIC X.
      *    THE SOURCE EXTRACT WHOSE DICTIONARY IS WANTED, AND 'Y' WHEN
      *    ITS SENSITIVE FIELDS CANNOT ALL BE MASKED.  WS-PND-DICT-
      *    MAST IS THE MASTER 9100-PND-SCHEDULE-PARA LAST LOADED FOR
       01 WS-DICT-SRC-NAME      PIC X(60).
       01 WS-DICT-BAD-SW        PIC X     VALUE 'N'.
       01 WS-PND-DICT-MAST      PIC X(60).
       01 WS-PND-DICT-SW        PIC X.
       01 WS-VDC-TABLE.
          05 WS-VDC-ENT OCCURS 50 TIMES.
             10 VDC-START        PIC 9(3).
             10 VDC-LEN          PIC 9(2).
             10 VDC-TYPE         PIC X.
             10 VDC-TOL          PIC 9(9).
             10 VDC-SENS         PIC X.
       01 WS-VD                 PIC 9(2).
       01 WS-VFY-CHG-SW         PIC X.
       01 WS-VFY-FLD-S          PIC X(99).
       01 WS-VFY-FLD-M          PIC X(99).
       01 WS-VFY-VAL-S          PIC 9(18).
       01 WS-VFY-VAL-M          PIC 9(18).
       01 WS-VFY-DELTA          PIC 9(18).
      *
      *    MASKING WORK AREAS - 8400-MASK-IMAGE-PARA MASKS THE IMAGE
      *    IN WS-MSK-REC; 8410-MASK-PAIR-PARA MASKS THE SOURCE/MASTER
      *    PAIR IN WS-MSK-SRC/WS-MSK-MST, MARKING A FIELD THAT DIFFERS
      *    WITH WS-MSK-CHG-FILL.  THE CALLER ALWAYS MASKS A COPY, SO
      *    THE APPLY, THE PROOF AND THE AUDIT TRAIL SEE REAL DATA
       01 WS-MD                 PIC 9(2).
       01 WS-MSK-REC            PIC X(512).
       01 WS-MSK-SRC            PIC X(512).
       01 WS-MSK-MST            PIC X(512).
       01 WS-MSK-CHG-FILL.
          05 FILLER             PIC X(7)  VALUE 'CHANGED'.
          05 FILLER             PIC X(92) VALUE ALL '*'.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
      *    THAT ACCUMULATE ACROSS EVERY ENTRY
       1000-INTIAL-PARA.
           INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5
                      WS-FS6 WS-FS7 WS-FS8 WS-FS9 WS-FS10 WS-FS11
                      WS-FS12 WS-FS13 WS-FS14 WS-FS15
                      WS-FS16 WS-FS17
           ACCEPT WS-JOB-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-JOB-STAMP(9:8) FROM TIME
      *
           OPEN INPUT ACTFILE
           EVALUATE TRUE
             MOVE WS-JOB-RC TO RETURN-CODE
             STOP RUN
           END-EVALUATE
      *
           PERFORM 1050-AUDIT-LAYOUT-PARA THRU
                   1050-AUDIT-LAYOUT-PARA-EXIT
      *
           OPEN OUTPUT EXCFILE
           EVALUATE TRUE
             DISPLAY 'EXCEPTION FILE NOT OPEN ' WS-FS4
           END-EVALUATE
      *
           OPEN EXTEND AUDFILE
           EVALUATE TRUE
           WHEN F5-SUCCESS
             DISPLAY 'APPLY AUDIT TRAIL OPEN'
             DISPLAY 'APPLY SUMMARY OPEN'
           WHEN OTHER
             DISPLAY 'APPLY SUMMARY NOT OPEN ' WS-FS6
           END-EVALUATE
      *
           OPEN OUTPUT VFYFILE
           EVALUATE TRUE
           WHEN F9-SUCCESS
             DISPLAY 'CONVERGENCE PROOF LISTING OPEN'
           WHEN OTHER
             DISPLAY 'CONVERGENCE PROOF LISTING NOT OPEN ' WS-FS9
           END-EVALUATE
      *
           OPEN I-O PNDFILE
           EVALUATE TRUE
           WHEN F14-SUCCESS
           WHEN WS-FS14 = 05
             SET WS-PND-OPEN TO TRUE
             DISPLAY 'PENDING TRANSACTION FILE OPEN'
           WHEN OTHER
             DISPLAY 'PENDING TRANSACTION FILE NOT OPEN ' WS-FS14
                 ' - FUTURE-DATED TRANSACTIONS CANNOT BE PARKED'
           END-EVALUATE
      *
           OPEN OUTPUT PNRFILE
           EVALUATE TRUE
           WHEN F15-SUCCESS
             DISPLAY 'PENDING-ITEMS LISTING OPEN'
           WHEN OTHER
             DISPLAY 'PENDING-ITEMS LISTING NOT OPEN ' WS-FS15
           END-EVALUATE
      *
           PERFORM 1060-LOAD-SUPLIST-PARA THRU
                   1060-LOAD-SUPLIST-PARA-EXIT.
       1000-INTIAL-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    THE AUDIT TRAIL IS EXTENDED RUN AFTER RUN AND A BACKOUT
      *    TRUSTS EVERY ROW ON IT.  A TRAIL STILL HOLDING ROWS FROM
      *    BEFORE THE TRANSACTION FILE, JOB STAMP AND MODE WERE
      *    ADDED WOULD BE MISREAD - ITS ROWS ARE SHORTER, SO EVERY
      *    ROW READ IN THE CURRENT LAYOUT IS SHIFTED.  THE FIRST ROW
      *    DECIDES: ITS JOB STAMP MUST BE DIGITS AND ITS MODE A OR
      *    B, OR NOTHING IS APPLIED TONIGHT AND OPERATIONS MUST
      *    ARCHIVE THE FILE FIRST.  NO FILE OR AN EMPTY ONE IS FINE
       1050-AUDIT-LAYOUT-PARA.
           OPEN INPUT AUDINFILE
           EVALUATE TRUE
           WHEN F13-SUCCESS
             CONTINUE
           WHEN WS-FS13 = 05
             CLOSE AUDINFILE
             GO TO 1050-AUDIT-LAYOUT-PARA-EXIT
           WHEN OTHER
             DISPLAY 'APPLY AUDIT TRAIL NOT READABLE ' WS-FS13
                 ' - LAYOUT NOT CHECKED'
             GO TO 1050-AUDIT-LAYOUT-PARA-EXIT
           END-EVALUATE
           MOVE 'B' TO WS-AUD-CHK-SW
           READ AUDINFILE
             AT END
               MOVE 'E' TO WS-AUD-CHK-SW
             NOT AT END
               IF F13-SUCCESS
                 MOVE 'R' TO WS-AUD-CHK-SW
               END-IF
           END-READ
           CLOSE AUDINFILE
           IF WS-AUD-CHK-SW = 'E'
             GO TO 1050-AUDIT-LAYOUT-PARA-EXIT
           END-IF
           IF WS-AUD-CHK-SW = 'R'
            AND AUI-JOB-STAMP IS NUMERIC
            AND (AUI-MODE = 'A' OR AUI-MODE = 'B')
             GO TO 1050-AUDIT-LAYOUT-PARA-EXIT
           END-IF
           DISPLAY 'APPLY AUDIT TRAIL IS IN THE OLD LAYOUT - '
               'ARCHIVE AND EMPTY apply_audit.txt, THEN RERUN'
           MOVE 16 TO WS-RC-CAND
           PERFORM 8300-RAISE-RC-PARA THRU
                   8300-RAISE-RC-PARA-EXIT
           PERFORM 9200-JOB-STATUS-PARA THRU
                   9200-JOB-STATUS-PARA-EXIT
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.
       1050-AUDIT-LAYOUT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    LOAD COMPARE'S SUPPRESSION LIST - A MISSING OR UNREADABLE
      *    LIST JUST MEANS NOTHING IS EXCUSED AS SUPPRESSED.  SAME
      *    PARSING RULES AS COMPARE: EXACT UNLESS THE PATTERN HOLDS
      *    '*', THEN ONLY THE BYTES BEFORE IT ARE COMPARED; A BARE
      *    WILDCARD IS SKIPPED
       1060-LOAD-SUPLIST-PARA.
           MOVE 0 TO WS-SUPCNT
           OPEN INPUT SUPFILE
           EVALUATE TRUE
           WHEN F11-SUCCESS
             PERFORM UNTIL F11-EOF
               READ SUPFILE
                 AT END
                   SET F11-EOF TO TRUE
                 NOT AT END
                   PERFORM 1070-PARSE-SUPPAT-PARA THRU
                           1070-PARSE-SUPPAT-PARA-EXIT
               END-READ
             END-PERFORM
             CLOSE SUPFILE
             DISPLAY 'SUPPRESSION LIST LOADED - ' WS-SUPCNT
                 ' PATTERNS'
           WHEN OTHER
             DISPLAY 'NO SUPPRESSION LIST - NOTHING EXCUSED AS '
                 'SUPPRESSED ' WS-FS11
           END-EVALUATE.
       1060-LOAD-SUPLIST-PARA-EXIT.
           EXIT.
      *
       1070-PARSE-SUPPAT-PARA.
           IF SUPR-PATTERN = SPACES
             GO TO 1070-PARSE-SUPPAT-PARA-EXIT
           END-IF
           IF WS-SUPCNT = 500
             DISPLAY 'SUPPRESSION LIST EXCEEDS 500 PATTERNS - '
                 'REMAINDER IGNORED'
             SET F11-EOF TO TRUE
             GO TO 1070-PARSE-SUPPAT-PARA-EXIT
           END-IF
           ADD 1 TO WS-SUPCNT
           MOVE SUPR-PATTERN TO SUP-PATTERN(WS-SUPCNT)
           MOVE 'N' TO SUP-WILD-SW(WS-SUPCNT)
           MOVE 0 TO SUP-PFX-LEN(WS-SUPCNT)
           MOVE 0 TO WS-W
           PERFORM UNTIL WS-W = 5
             ADD 1 TO WS-W
             IF SUPR-PATTERN(WS-W:1) = '*'
              AND SUP-WILD-SW(WS-SUPCNT) = 'N'
               MOVE 'Y' TO SUP-WILD-SW(WS-SUPCNT)
               COMPUTE SUP-PFX-LEN(WS-SUPCNT) = WS-W - 1
             END-IF
           END-PERFORM
           IF SUP-WILD-SW(WS-SUPCNT) = 'Y'
            AND SUP-PFX-LEN(WS-SUPCNT) = 0
             DISPLAY 'SUPPRESSION PATTERN IS A BARE WILDCARD - '
                 'SKIPPED'
             SUBTRACT 1 FROM WS-SUPCNT
           END-IF.
       1070-PARSE-SUPPAT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    APPLY LOOP - ONE PASS THROUGH THE OPEN/APPLY/CLOSE/
      *    SUMMARY CYCLE PER APPLY CONTROL RECORD
       2000-PROCESS-PARA.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM 1150-RESET-RUN-PARA THRU
                   1150-RESET-RUN-PARA-EXIT
           MOVE FUNCTION TRIM(ACT-SOURCE) TO WS-DICT-SRC-NAME
           PERFORM 1160-ENTRY-DICT-PARA THRU
                   1160-ENTRY-DICT-PARA-EXIT
           IF WS-DICT-BAD-SW = 'Y'
             DISPLAY 'SENSITIVE FIELDS CANNOT ALL BE MASKED - '
                 'ENTRY ABANDONED'
             SET WS-ENTRY-ABANDONED TO TRUE
           END-IF
           IF WS-BKO-ON
             PERFORM 2200-BACKOUT-GEN-PARA THRU
                     2200-BACKOUT-GEN-PARA-EXIT
           ELSE
             PERFORM 2300-PND-MERGE-PARA THRU
                     2300-PND-MERGE-PARA-EXIT
           END-IF
           PERFORM 3100-REKEY-SCAN-PARA THRU
                   3100-REKEY-SCAN-PARA-EXIT
           PERFORM 3000-OPEN-PARA THRU
                   3000-OPEN-PARA-EXIT
           IF NOT WS-ENTRY-ABANDONED
           END-IF
           PERFORM 5000-CLOSE-PARA THRU
                   5000-CLOSE-PARA-EXIT
           PERFORM 2390-PND-CLEAR-PARA THRU
                   2390-PND-CLEAR-PARA-EXIT
           PERFORM 5500-VERIFY-PARA THRU
                   5500-VERIFY-PARA-EXIT
           PERFORM 6000-SUMMARY-PARA THRU
                   6000-SUMMARY-PARA-EXIT
           IF WS-ENTRY-ABANDONED
       2100-RUN-ENTRY-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    BACKOUT - BUILD THE INVERSE OF ONE EARLIER APPLY FROM THE
      *    AUDIT TRAIL.  THE APPLY BEING REVERSED IS THE LAST RUN OF
      *    THIS TRANSACTION FILE BY A JOB STARTED ON ACT-BKO-DATE.
      *    PER KEY, ITS IMAGES SAY WHAT HAPPENED: BEFORE AND AFTER
      *    WAS A CHANGE (RESTORE THE BEFORE IMAGE), BEFORE ONLY WAS A
      *    DELETE (ADD IT BACK), AFTER ONLY WAS AN ADD (DELETE IT) -
      *    A RE-KEY SHOWS AS A BEFORE ON THE OLD ENAME AND AN AFTER
      *    ON THE NEW ONE, SO IT REVERSES AS AN ADD PLUS A DELETE.
      *    A KEY ANY LATER RUN OF THE ENTRY HAS AUDITED SINCE IS NOT
      *    REVERSED BLIND - IT IS REFUSED AND LISTED ON THE
      *    EXCEPTION FILE.  THE INVERSE TRANSACTIONS ARE WRITTEN IN
      *    KEY ORDER TO <TRANSACTION FILE>.bko AND THE ENTRY THEN
      *    APPLIES THAT FILE LIKE ANY OTHER
       2200-BACKOUT-GEN-PARA.
           IF WS-ENTRY-ABANDONED
             GO TO 2200-BACKOUT-GEN-PARA-EXIT
           END-IF
           MOVE SPACES TO WS-BKO-RUN-STAMP
           OPEN INPUT AUDINFILE
           IF NOT F13-SUCCESS
             DISPLAY 'AUDIT TRAIL NOT READABLE ' WS-FS13
                 ' - BACKOUT ABANDONED'
             SET WS-ENTRY-ABANDONED TO TRUE
             GO TO 2200-BACKOUT-GEN-PARA-EXIT
           END-IF
           PERFORM UNTIL F13-EOF
             READ AUDINFILE
               AT END
                 SET F13-EOF TO TRUE
               NOT AT END
                 IF AUI-TRANFILE = WS-AUD-TRANFILE
                  AND AUI-MODE = 'A'
                  AND AUI-JOB-STAMP(1:8) = ACT-BKO-DATE
                  AND AUI-JOB-STAMP > WS-BKO-RUN-STAMP
                   MOVE AUI-JOB-STAMP TO WS-BKO-RUN-STAMP
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDINFILE
           IF WS-BKO-RUN-STAMP = SPACES
             DISPLAY 'NO AUDITED APPLY OF ' WS-AUD-TRANFILE
                 ' ON ' ACT-BKO-DATE ' - BACKOUT ABANDONED'
             SET WS-ENTRY-ABANDONED TO TRUE
             GO TO 2200-BACKOUT-GEN-PARA-EXIT
           END-IF
           DISPLAY 'BACKING OUT APPLY OF ' WS-BKO-RUN-STAMP
      *
           OPEN OUTPUT TRANFILE
           IF NOT F1-SUCCESS
             DISPLAY 'BACKOUT TRANSACTION FILE NOT OPEN ' WS-FS1
                 ' ' WS-TRANFILE-NAME
             SET WS-ENTRY-ABANDONED TO TRUE
             GO TO 2200-BACKOUT-GEN-PARA-EXIT
           END-IF
           SORT SORTWK ON ASCENDING KEY SRT-KEY SRT-SEQ
             INPUT PROCEDURE IS 2210-BKO-RELEASE-PARA THRU
                                2210-BKO-RELEASE-PARA-EXIT
             OUTPUT PROCEDURE IS 2220-BKO-RETURN-PARA THRU
                                 2220-BKO-RETURN-PARA-EXIT
           CLOSE TRANFILE
           IF WS-BKO-REF-CNT > 0
             DISPLAY 'BACKOUT REFUSED ' WS-BKO-REF-CNT
                 ' KEYS TOUCHED BY A LATER RUN - SEE EXCEPTIONS'
           END-IF.
       2200-BACKOUT-GEN-PARA-EXIT.
           EXIT.
      *
      *    RELEASE THE REVERSED RUN'S IMAGES ('B' BEFORE, 'A' AFTER)
      *    AND A MARKER ('L') FOR EVERY IMAGE A LATER RUN OF THE SAME
      *    ENTRY WROTE.  SRT-SEQ IS THE AUDIT LINE NUMBER, SO EACH
      *    KEY'S IMAGES COME BACK IN THE ORDER THEY WERE WRITTEN
       2210-BKO-RELEASE-PARA.
           MOVE 0 TO WS-BKO-AUD-SEQ
           OPEN INPUT AUDINFILE
           IF NOT F13-SUCCESS
             GO TO 2210-BKO-RELEASE-PARA-EXIT
           END-IF
           PERFORM UNTIL F13-EOF
             READ AUDINFILE
               AT END
                 SET F13-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-BKO-AUD-SEQ
                 IF AUI-TRANFILE = WS-AUD-TRANFILE
                   EVALUATE TRUE
                   WHEN AUI-JOB-STAMP = WS-BKO-RUN-STAMP
                    AND AUI-MODE = 'A'
                     MOVE AUI-ENAME TO SRT-KEY
                     MOVE WS-BKO-AUD-SEQ TO SRT-SEQ
                     MOVE AUI-ACTION(1:1) TO SRT-TAG
                     MOVE AUI-DATA TO SRT-DATA
                     RELEASE SRT-REC
                   WHEN AUI-JOB-STAMP > WS-BKO-RUN-STAMP
                     MOVE AUI-ENAME TO SRT-KEY
                     MOVE WS-BKO-AUD-SEQ TO SRT-SEQ
                     MOVE 'L' TO SRT-TAG
                     MOVE SPACES TO SRT-DATA
                     RELEASE SRT-REC
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUDINFILE.
       2210-BKO-RELEASE-PARA-EXIT.
           EXIT.
      *
      *    GATHER ONE KEY'S IMAGES AT A TIME - 2230-BKO-GROUP-PARA
      *    TURNS EACH CLOSED GROUP INTO ITS INVERSE TRANSACTION
       2220-BKO-RETURN-PARA.
           MOVE 'N' TO WS-BKO-DONE-SW
           MOVE HIGH-VALUES TO WS-BKO-KEY
           PERFORM UNTIL WS-BKO-DONE-SW = 'Y'
             RETURN SORTWK
               AT END
                 MOVE 'Y' TO WS-BKO-DONE-SW
               NOT AT END
                 IF SRT-KEY NOT = WS-BKO-KEY
                   IF WS-BKO-KEY NOT = HIGH-VALUES
                     PERFORM 2230-BKO-GROUP-PARA THRU
                             2230-BKO-GROUP-PARA-EXIT
                   END-IF
                   MOVE SRT-KEY TO WS-BKO-KEY
                   MOVE 'N' TO WS-BKO-BEFORE-SW WS-BKO-AFTER-SW
                               WS-BKO-LATER-SW
                 END-IF
      *    THE FIRST BEFORE IS WHAT THE MASTER HELD GOING IN, THE
      *    LAST AFTER IS WHAT THE RUN LEFT BEHIND
                 EVALUATE SRT-TAG
                 WHEN 'B'
                   IF WS-BKO-BEFORE-SW = 'N'
                     MOVE 'Y' TO WS-BKO-BEFORE-SW
                     MOVE SRT-DATA TO WS-BKO-BEFORE-REC
                   END-IF
                 WHEN 'A'
                   MOVE 'Y' TO WS-BKO-AFTER-SW
                   MOVE SRT-DATA TO WS-BKO-AFTER-REC
                 WHEN 'L'
                   MOVE 'Y' TO WS-BKO-LATER-SW
                 END-EVALUATE
             END-RETURN
           END-PERFORM
           IF WS-BKO-KEY NOT = HIGH-VALUES
             PERFORM 2230-BKO-GROUP-PARA THRU
                     2230-BKO-GROUP-PARA-EXIT
           END-IF.
       2220-BKO-RETURN-PARA-EXIT.
           EXIT.
      *
      *    ONE KEY'S INVERSE.  A KEY ONLY A LATER RUN TOUCHED WAS
      *    NEVER PART OF THE APPLY AND IS PASSED OVER
       2230-BKO-GROUP-PARA.
           IF WS-BKO-BEFORE-SW = 'N' AND WS-BKO-AFTER-SW = 'N'
             GO TO 2230-BKO-GROUP-PARA-EXIT
           END-IF
           MOVE SPACES TO FS-TRANFILE
           MOVE WS-BKO-KEY TO TRN-ENAME
           EVALUATE TRUE
           WHEN WS-BKO-BEFORE-SW = 'Y' AND WS-BKO-AFTER-SW = 'Y'
             MOVE 'C' TO TRN-CODE
             MOVE WS-BKO-BEFORE-REC TO TRN-DATA
           WHEN WS-BKO-BEFORE-SW = 'Y'
             MOVE 'A' TO TRN-CODE
             MOVE WS-BKO-BEFORE-REC TO TRN-DATA
           WHEN OTHER
             MOVE 'D' TO TRN-CODE
             MOVE WS-BKO-AFTER-REC TO TRN-DATA
           END-EVALUATE
           IF WS-BKO-LATER-SW = 'Y'
             MOVE WS-AUD-TRANFILE TO EXC-TRANFILE
             MOVE TRN-CODE  TO EXC-CODE
             MOVE 'BKO-LATER ' TO EXC-REASON
             MOVE TRN-ENAME TO EXC-ENAME
             MOVE TRN-DATA  TO WS-MSK-REC
             PERFORM 8400-MASK-IMAGE-PARA THRU
                     8400-MASK-IMAGE-PARA-EXIT
             MOVE WS-MSK-REC TO EXC-DATA
             WRITE FS-EXCFILE
             ADD 1 TO WS-BKO-REF-CNT
             MOVE 4 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
           ELSE
             WRITE FS-TRANFILE
           END-IF.
       2230-BKO-GROUP-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    EFFECTIVE DATING - SEPARATE TONIGHT'S TRANSACTIONS FROM
      *    THE ONES NOT DUE YET AND MERGE IN THE PENDING ONES THAT
      *    HAVE COME DUE.  A TRANSACTION DATED AFTER THE RUN DATE IS
      *    PARKED ON THE PENDING FILE INSTEAD OF APPLIED; EVERY
      *    PENDING TRANSACTION FOR THIS MASTER DATED ON OR BEFORE
      *    THE RUN DATE JOINS TONIGHT'S APPLY.  WHEN EITHER HAPPENS
      *    THE MERGED STREAM IS WRITTEN IN KEY ORDER TO
      *    <TRANSACTION FILE>.due AND THE ENTRY APPLIES THAT FILE;
      *    OTHERWISE TONIGHT'S FILE IS APPLIED AS IT STANDS
       2300-PND-MERGE-PARA.
           IF WS-ENTRY-ABANDONED
             GO TO 2300-PND-MERGE-PARA-EXIT
           END-IF
           SORT SORTWK ON ASCENDING KEY SRT-KEY SRT-SEQ
             INPUT PROCEDURE IS 2310-PND-RELEASE-PARA THRU
                                2310-PND-RELEASE-PARA-EXIT
             OUTPUT PROCEDURE IS 2330-PND-RETURN-PARA THRU
                                 2330-PND-RETURN-PARA-EXIT
           IF WS-PND-HELD-CNT > 0 OR WS-PND-DUE-CNT > 0
             DISPLAY 'PENDING TRANSACTIONS - ' WS-PND-HELD-CNT
                 ' HELD, ' WS-PND-DUE-CNT ' DUE, ' WS-PND-SUPR-CNT
                 ' SUPERSEDED'
           END-IF.
       2300-PND-MERGE-PARA-EXIT.
           EXIT.
      *
      *    RELEASE TONIGHT'S TRANSACTIONS ('T') AND THE DUE PENDING
      *    ONES ('P').  A 'T' SORTS UNDER THE HIGHEST ENAME READ SO
      *    FAR, SO ONE THAT ARRIVED OUT OF KEY ORDER KEEPS ITS PLACE
      *    AND IS STILL REJECTED AS SEQ-ERROR BY THE APPLY, AND ITS
      *    SRT-SEQ KEEPS ARRIVAL ORDER BEHIND ANY DUE 'P' FOR THE
      *    SAME KEY, WHOSE SRT-SEQ IS ITS EFFECTIVE DATE.  A
      *    TRANSACTION FILE THAT WILL NOT OPEN IS LEFT FOR
      *    3000-OPEN-PARA TO REPORT
       2310-PND-RELEASE-PARA.
           MOVE 0 TO WS-PND-SEQ
           MOVE LOW-VALUES TO WS-PND-HIGH-KEY
           OPEN INPUT TRANFILE
           IF NOT F1-SUCCESS
             GO TO 2310-PND-RELEASE-PARA-EXIT
           END-IF
           PERFORM UNTIL F1-EOF
             MOVE SPACES TO FS-TRANFILE
             READ TRANFILE
               AT END
                 SET F1-EOF TO TRUE
               NOT AT END
                 PERFORM 2320-PND-TRAN-PARA THRU
                         2320-PND-TRAN-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE TRANFILE
           IF WS-PND-OPEN
             PERFORM 2340-PND-DUE-SCAN-PARA THRU
                     2340-PND-DUE-SCAN-PARA-EXIT
           END-IF.
       2310-PND-RELEASE-PARA-EXIT.
           EXIT.
      *
      *    ONE OF TONIGHT'S TRANSACTIONS, IN FS-TRANFILE.  ANY
      *    NOT-YET-DUE PENDING TRANSACTION FOR THE SAME KEY IS
      *    FLAGGED FIRST - A NEWER ONE HAS ARRIVED BEFORE ITS DATE.
      *    A DATE THAT IS NOT A NUMBER IS PASSED THROUGH FOR
      *    4600-READ-TRAN-PARA TO REJECT
       2320-PND-TRAN-PARA.
           MOVE FS-TRANFILE(WS-LRECL + 12 : 8) TO WS-PND-EFF-DATE
           IF WS-PND-OPEN
             PERFORM 2325-PND-NEWER-PARA THRU
                     2325-PND-NEWER-PARA-EXIT
           END-IF
           IF WS-PND-EFF-DATE IS NUMERIC
            AND WS-PND-EFF-DATE > WS-JOB-STAMP(1:8)
             ADD 1 TO WS-PND-HELD-CNT
             IF WS-PND-OPEN
               PERFORM 2327-PND-PARK-PARA THRU
                       2327-PND-PARK-PARA-EXIT
             ELSE
               DISPLAY 'FUTURE-DATED TRANSACTION FOR ' TRN-ENAME
                   ' AND NO PENDING FILE - ENTRY ABANDONED'
               SET WS-ENTRY-ABANDONED TO TRUE
             END-IF
             GO TO 2320-PND-TRAN-PARA-EXIT
           END-IF
           IF TRN-ENAME > WS-PND-HIGH-KEY
             MOVE TRN-ENAME TO WS-PND-HIGH-KEY
           END-IF
           ADD 1 TO WS-PND-SEQ
           MOVE WS-PND-HIGH-KEY TO SRT-KEY
           COMPUTE SRT-SEQ = 900000000 + WS-PND-SEQ
           MOVE 'T' TO SRT-TAG
           MOVE FS-TRANFILE TO SRT-DATA
           RELEASE SRT-REC.
       2320-PND-TRAN-PARA-EXIT.
           EXIT.
      *
      *    FLAG THE NOT-YET-DUE PENDING TRANSACTIONS FOR THE KEY IN
      *    FS-TRANFILE.  ONE FOR THE SAME EFFECTIVE DATE IS LEFT TO
      *    2327-PND-PARK-PARA (A RE-SEND OR A REPLACEMENT), AND ONE
      *    ALREADY FLAGGED KEEPS THE DATE THE FIRST NEWER ONE CAME
       2325-PND-NEWER-PARA.
           MOVE WS-MASTFILE-NAME TO PND-MASTER
           MOVE TRN-ENAME TO PND-ENAME
           MOVE LOW-VALUES TO PND-EFF-DATE
           MOVE 'Y' TO WS-PND-WALK-SW
           START PNDFILE KEY NOT < PND-KEY
             INVALID KEY
               MOVE 'N' TO WS-PND-WALK-SW
           END-START
           PERFORM UNTIL WS-PND-WALK-SW = 'N'
             READ PNDFILE NEXT
               AT END
                 MOVE 'N' TO WS-PND-WALK-SW
               NOT AT END
                 IF PND-MASTER NOT = WS-MASTFILE-NAME
                  OR PND-ENAME NOT = TRN-ENAME
                   MOVE 'N' TO WS-PND-WALK-SW
                 ELSE
                   IF PND-EFF-DATE > WS-JOB-STAMP(1:8)
                    AND PND-EFF-DATE NOT = WS-PND-EFF-DATE
                    AND PND-FLAG = SPACE
                     MOVE 'N' TO PND-FLAG
                     MOVE WS-JOB-STAMP(1:8) TO PND-NEWER-DATE
                     MOVE TRN-CODE TO PND-NEWER-CODE
                     REWRITE FS-PNDFILE
                     ADD 1 TO WS-PND-FLAG-CNT
                     MOVE 'FLAGGED   ' TO WS-PND-RPT-STATUS
                     PERFORM 2380-PND-REPORT-PARA THRU
                             2380-PND-REPORT-PARA-EXIT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       2325-PND-NEWER-PARA-EXIT.
           EXIT.
      *
      *    PARK THE FUTURE-DATED TRANSACTION IN FS-TRANFILE.  THE
      *    SAME TRANSACTION ARRIVES EVERY NIGHT UNTIL IT TAKES
      *    EFFECT (THE SOURCE HOLDS IT, THE MASTER DOES NOT YET), SO
      *    AN IDENTICAL ONE ALREADY PARKED IS A RE-SEND AND IS LEFT
      *    ALONE.  A DIFFERENT ONE FOR THE SAME KEY AND DATE
      *    REPLACES IT AND IS FLAGGED
       2327-PND-PARK-PARA.
           MOVE WS-MASTFILE-NAME TO PND-MASTER
           MOVE TRN-ENAME TO PND-ENAME
           MOVE WS-PND-EFF-DATE TO PND-EFF-DATE
           READ PNDFILE
             INVALID KEY
               MOVE WS-JOB-STAMP(1:8) TO PND-PARK-DATE
               MOVE WS-AUD-TRANFILE TO PND-TRANFILE
               MOVE SPACE TO PND-FLAG PND-NEWER-CODE
               MOVE SPACES TO PND-NEWER-DATE PND-APPLY-DATE
               MOVE FS-TRANFILE TO PND-TRN
               WRITE FS-PNDFILE
                 INVALID KEY
                   REWRITE FS-PNDFILE
                   END-REWRITE
               END-WRITE
               MOVE 'PARKED    ' TO WS-PND-RPT-STATUS
               PERFORM 2380-PND-REPORT-PARA THRU
                       2380-PND-REPORT-PARA-EXIT
             NOT INVALID KEY
               IF PND-TRN NOT = FS-TRANFILE
                 MOVE 'R' TO PND-FLAG
                 MOVE WS-JOB-STAMP(1:8) TO PND-NEWER-DATE
                                           PND-PARK-DATE
                 MOVE TRN-CODE TO PND-NEWER-CODE
                 MOVE WS-AUD-TRANFILE TO PND-TRANFILE
                 MOVE FS-TRANFILE TO PND-TRN
                 REWRITE FS-PNDFILE
                 ADD 1 TO WS-PND-FLAG-CNT
                 MOVE 'REPLACED  ' TO WS-PND-RPT-STATUS
                 PERFORM 2380-PND-REPORT-PARA THRU
                         2380-PND-REPORT-PARA-EXIT
               END-IF
           END-READ.
       2327-PND-PARK-PARA-EXIT.
           EXIT.
      *
      *    WRITE THE MERGED STREAM.  PER KEY THE LATEST DUE PENDING
      *    TRANSACTION IS HELD: A LATER-DATED DUE ONE SUPERSEDES IT,
      *    AND SO DOES ANY OF TONIGHT'S FOR THE SAME ENAME, SINCE
      *    TONIGHT'S EXTRACT IS NEWER THAN ANYTHING PARKED.  WITH
      *    NOTHING HELD BACK OR DUE, OR THE ENTRY ABANDONED, THE
      *    SORT IS ONLY DRAINED
       2330-PND-RETURN-PARA.
           MOVE 'N' TO WS-PND-DONE-SW
           IF WS-ENTRY-ABANDONED
            OR (WS-PND-HELD-CNT = 0 AND WS-PND-DUE-CNT = 0)
             PERFORM UNTIL WS-PND-DONE-SW = 'Y'
               RETURN SORTWK
                 AT END
                   MOVE 'Y' TO WS-PND-DONE-SW
               END-RETURN
             END-PERFORM
             GO TO 2330-PND-RETURN-PARA-EXIT
           END-IF
           MOVE SPACES TO WS-TRANFILE-NAME
           STRING WS-AUD-TRANFILE DELIMITED BY SPACE
                  '.due'          DELIMITED BY SIZE
             INTO WS-TRANFILE-NAME
           END-STRING
           OPEN OUTPUT TRANFILE
           IF NOT F1-SUCCESS
             DISPLAY 'MERGED TRANSACTION FILE NOT OPEN ' WS-FS1
                 ' ' WS-TRANFILE-NAME
             SET WS-ENTRY-ABANDONED TO TRUE
             GO TO 2330-PND-RETURN-PARA
           END-IF
           MOVE 'N' TO WS-PND-HOLD-SW
           MOVE HIGH-VALUES TO WS-PND-GRP-KEY
           PERFORM UNTIL WS-PND-DONE-SW = 'Y'
             RETURN SORTWK
               AT END
                 MOVE 'Y' TO WS-PND-DONE-SW
               NOT AT END
                 IF SRT-KEY NOT = WS-PND-GRP-KEY
                   PERFORM 2350-PND-FLUSH-PARA THRU
                           2350-PND-FLUSH-PARA-EXIT
                   MOVE SRT-KEY TO WS-PND-GRP-KEY
                 END-IF
                 IF SRT-TAG = 'P'
                   PERFORM 2335-PND-HOLD-PARA THRU
                           2335-PND-HOLD-PARA-EXIT
                 ELSE
                   IF WS-PND-HOLD-SW = 'Y'
                    AND SRT-DATA(2:5) = WS-PND-HOLD-TRN(2:5)
                     MOVE 'SUPERSEDED' TO WS-PND-RPT-STATUS
                     PERFORM 2385-PND-REPORT-HOLD-PARA THRU
                             2385-PND-REPORT-HOLD-PARA-EXIT
                     ADD 1 TO WS-PND-SUPR-CNT
                     MOVE 'N' TO WS-PND-HOLD-SW
                   ELSE
                     PERFORM 2350-PND-FLUSH-PARA THRU
                             2350-PND-FLUSH-PARA-EXIT
                   END-IF
                   MOVE SRT-DATA TO FS-TRANFILE
                   PERFORM 2360-PND-WRITE-PARA THRU
                           2360-PND-WRITE-PARA-EXIT
                 END-IF
             END-RETURN
           END-PERFORM
           PERFORM 2350-PND-FLUSH-PARA THRU
                   2350-PND-FLUSH-PARA-EXIT
           CLOSE TRANFILE.
       2330-PND-RETURN-PARA-EXIT.
           EXIT.
      *
      *    HOLD THE DUE PENDING TRANSACTION IN SRT-DATA, SUPERSEDING
      *    ANY EARLIER-DATED ONE HELD FOR THE KEY.  A CHANGE THAT
      *    SUPERSEDES AN ADD STILL GOES IN AS AN ADD - THE MASTER
      *    NEVER GOT THE RECORD
       2335-PND-HOLD-PARA.
           IF WS-PND-HOLD-SW = 'Y'
             IF WS-PND-HOLD-TRN(1:1) = 'A' AND SRT-DATA(1:1) = 'C'
               MOVE 'A' TO SRT-DATA(1:1)
             END-IF
             MOVE 'SUPERSEDED' TO WS-PND-RPT-STATUS
             PERFORM 2385-PND-REPORT-HOLD-PARA THRU
                     2385-PND-REPORT-HOLD-PARA-EXIT
             ADD 1 TO WS-PND-SUPR-CNT
           END-IF
           MOVE SRT-DATA TO WS-PND-HOLD-TRN
           MOVE 'Y' TO WS-PND-HOLD-SW.
       2335-PND-HOLD-PARA-EXIT.
           EXIT.
      *
      *    THE HELD DUE TRANSACTION SURVIVED ITS KEY - IT GOES INTO
      *    TONIGHT'S APPLY
       2350-PND-FLUSH-PARA.
           IF WS-PND-HOLD-SW = 'N'
             GO TO 2350-PND-FLUSH-PARA-EXIT
           END-IF
           MOVE WS-PND-HOLD-TRN TO FS-TRANFILE
           PERFORM 2360-PND-WRITE-PARA THRU
                   2360-PND-WRITE-PARA-EXIT
           MOVE 'DUE       ' TO WS-PND-RPT-STATUS
           PERFORM 2385-PND-REPORT-HOLD-PARA THRU
                   2385-PND-REPORT-HOLD-PARA-EXIT
           MOVE 'N' TO WS-PND-HOLD-SW.
       2350-PND-FLUSH-PARA-EXIT.
           EXIT.
      *
      *    WRITE FS-TRANFILE AT THE LENGTH ITS CONTENT NEEDS - SEE
      *    THE FD
       2360-PND-WRITE-PARA.
           EVALUATE TRUE
           WHEN FS-TRANFILE(WS-LRECL + 12 : 8) NOT = SPACES
             COMPUTE WS-TRNREC-LEN = 19 + WS-LRECL
           WHEN TRN-CODE = 'R'
             COMPUTE WS-TRNREC-LEN = 11 + WS-LRECL
           WHEN OTHER
             COMPUTE WS-TRNREC-LEN = 6 + WS-LRECL
           END-EVALUATE
           WRITE FS-TRANFILE.
       2360-PND-WRITE-PARA-EXIT.
           EXIT.
      *
      *    WALK THIS MASTER'S PENDING TRANSACTIONS.  ONE DATED ON OR
      *    BEFORE THE RUN DATE IS RELEASED INTO TONIGHT'S APPLY -
      *    UNLESS AN EARLIER NIGHT ALREADY MERGED IT, WHEN IT IS
      *    PURGED.  ONE STILL TO COME IS NOTED FOR THE CONVERGENCE
      *    PROOF, WHICH EXCUSES ITS KEY (AND A RE-KEY'S OLD ENAME)
      *    AS PENDING
       2340-PND-DUE-SCAN-PARA.
           MOVE WS-MASTFILE-NAME TO PND-MASTER
           MOVE LOW-VALUES TO PND-ENAME PND-EFF-DATE
           MOVE 'Y' TO WS-PND-WALK-SW
           START PNDFILE KEY NOT < PND-KEY
             INVALID KEY
               MOVE 'N' TO WS-PND-WALK-SW
           END-START
           PERFORM UNTIL WS-PND-WALK-SW = 'N'
             READ PNDFILE NEXT
               AT END
                 MOVE 'N' TO WS-PND-WALK-SW
               NOT AT END
                 IF PND-MASTER NOT = WS-MASTFILE-NAME
                   MOVE 'N' TO WS-PND-WALK-SW
                 ELSE
                   PERFORM 2345-PND-DUE-ONE-PARA THRU
                           2345-PND-DUE-ONE-PARA-EXIT
                 END-IF
             END-READ
           END-PERFORM.
       2340-PND-DUE-SCAN-PARA-EXIT.
           EXIT.
      *
       2345-PND-DUE-ONE-PARA.
           EVALUATE TRUE
           WHEN PND-APPLY-DATE NOT = SPACES
            AND PND-APPLY-DATE < WS-JOB-STAMP(1:8)
             DELETE PNDFILE RECORD
           WHEN PND-EFF-DATE NOT > WS-JOB-STAMP(1:8)
             ADD 1 TO WS-PND-DUE-CNT
             MOVE PND-ENAME TO SRT-KEY
             MOVE PND-EFF-DATE TO SRT-SEQ
             MOVE 'P' TO SRT-TAG
             MOVE PND-TRN TO SRT-DATA
             RELEASE SRT-REC
           WHEN OTHER
             MOVE 'PENDING   ' TO WS-REJ-NOTE-WHY
             MOVE PND-ENAME TO WS-REJ-NOTE-KEY
             PERFORM 7110-REJ-NOTE-PARA THRU
                     7110-REJ-NOTE-PARA-EXIT
             IF PND-TRN(1:1) = 'R'
               MOVE PND-TRN(WS-LRECL + 7 : 5) TO WS-REJ-NOTE-KEY
               PERFORM 7110-REJ-NOTE-PARA THRU
                       7110-REJ-NOTE-PARA-EXIT
             END-IF
           END-EVALUATE.
       2345-PND-DUE-ONE-PARA-EXIT.
           EXIT.
      *
      *    ONE PENDING-ITEMS LINE FOR THE PENDING RECORD IN
      *    FS-PNDFILE, STATUS IN WS-PND-RPT-STATUS
       2380-PND-REPORT-PARA.
           MOVE SPACES TO FS-PNRFILE
           MOVE WS-PND-RPT-STATUS TO PNR-STATUS
           MOVE PND-MASTER     TO PNR-MASTER
           MOVE PND-ENAME      TO PNR-ENAME
           MOVE PND-TRN(1:1)   TO PNR-CODE
           MOVE PND-EFF-DATE   TO PNR-EFF-DATE
           MOVE PND-PARK-DATE  TO PNR-PARK-DATE
           MOVE PND-FLAG       TO PNR-FLAG
           MOVE PND-NEWER-DATE TO PNR-NEWER-DATE
           MOVE PND-NEWER-CODE TO PNR-NEWER-CODE
           MOVE PND-TRANFILE   TO PNR-TRANFILE
           MOVE PND-TRN(7:512) TO WS-MSK-REC
           PERFORM 8400-MASK-IMAGE-PARA THRU
                   8400-MASK-IMAGE-PARA-EXIT
           MOVE WS-MSK-REC     TO PNR-DATA
           WRITE FS-PNRFILE.
       2380-PND-REPORT-PARA-EXIT.
           EXIT.
      *
      *    THE SAME FOR THE DUE TRANSACTION HELD IN THE MERGE -
      *    PNR-TRANFILE NAMES THE ENTRY'S TRANSACTION FILE ON
      *    apply.ctl, NOT THE MERGED .due FILE IT WENT INTO
       2385-PND-REPORT-HOLD-PARA.
           MOVE SPACES TO FS-PNRFILE
           MOVE WS-PND-RPT-STATUS TO PNR-STATUS
           MOVE WS-MASTFILE-NAME  TO PNR-MASTER
           MOVE WS-PND-HOLD-TRN(2:5) TO PNR-ENAME
           MOVE WS-PND-HOLD-TRN(1:1) TO PNR-CODE
           MOVE WS-PND-HOLD-TRN(WS-LRECL + 12 : 8) TO PNR-EFF-DATE
           MOVE WS-AUD-TRANFILE   TO PNR-TRANFILE
           MOVE WS-PND-HOLD-TRN(7:WS-LRECL) TO WS-MSK-REC
           PERFORM 8400-MASK-IMAGE-PARA THRU
                   8400-MASK-IMAGE-PARA-EXIT
           MOVE WS-MSK-REC        TO PNR-DATA
           WRITE FS-PNRFILE.
       2385-PND-REPORT-HOLD-PARA-EXIT.
           EXIT.
      *
      *    ONCE THE APPLY HAS RUN, STAMP EVERY DUE PENDING
      *    TRANSACTION FOR THIS MASTER - APPLIED OR SUPERSEDED - AS
      *    MERGED TONIGHT.  AN ABANDONED ENTRY LEAVES THEM DUE, SO
      *    THEY MERGE INTO THE NEXT RUN INSTEAD
       2390-PND-CLEAR-PARA.
           IF WS-ENTRY-ABANDONED OR WS-PND-DUE-CNT = 0
             GO TO 2390-PND-CLEAR-PARA-EXIT
           END-IF
           MOVE WS-MASTFILE-NAME TO PND-MASTER
           MOVE LOW-VALUES TO PND-ENAME PND-EFF-DATE
           MOVE 'Y' TO WS-PND-WALK-SW
           START PNDFILE KEY NOT < PND-KEY
             INVALID KEY
               MOVE 'N' TO WS-PND-WALK-SW
           END-START
           PERFORM UNTIL WS-PND-WALK-SW = 'N'
             READ PNDFILE NEXT
               AT END
                 MOVE 'N' TO WS-PND-WALK-SW
               NOT AT END
                 IF PND-MASTER NOT = WS-MASTFILE-NAME
                   MOVE 'N' TO WS-PND-WALK-SW
                 ELSE
                   IF PND-EFF-DATE NOT > WS-JOB-STAMP(1:8)
                    AND PND-APPLY-DATE = SPACES
                     MOVE WS-JOB-STAMP(1:8) TO PND-APPLY-DATE
                     REWRITE FS-PNDFILE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       2390-PND-CLEAR-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    RESET EVERYTHING SCOPED TO ONE APPLY ENTRY AND PICK UP
      *    ITS FILE NAMES FROM THE CONTROL RECORD
       1150-RESET-RUN-PARA.
           INITIALIZE WS-FS1 WS-FS2 WS-FS3
           MOVE 'N' TO WS-ABND-SW
           MOVE 0 TO WS-TRN-CNT WS-ADD-CNT WS-CHG-CNT WS-DEL-CNT
                     WS-REJ-CNT WS-MIN-CNT WS-MOUT-CNT WS-RKY-CNT
                     WS-RKYTAB-CNT WS-REJTAB-CNT
           MOVE LOW-VALUES TO WS-TRN-PREV-KEY
           MOVE HIGH-VALUES TO WS-MST-KEY WS-TRN-KEY
           MOVE SPACES TO WS-MST-REC WS-TRN-REC
           MOVE SPACE TO WS-TRN-CODE
           MOVE SPACES TO WS-TRN-OLD-KEY
           MOVE FUNCTION TRIM(ACT-TRANFILE) TO WS-TRANFILE-NAME
           MOVE FUNCTION TRIM(ACT-MASTER)   TO WS-MASTFILE-NAME
           MOVE FUNCTION TRIM(ACT-NEWMAST)  TO WS-NEWMFILE-NAME
           MOVE FUNCTION TRIM(ACT-SOURCE)   TO WS-SRCFILE-NAME
      *    A BACKOUT APPLIES ITS GENERATED INVERSE FILE, BUT ITS
      *    AUDIT IMAGES STILL NAME THE ENTRY'S TRANSACTION FILE.
      *    THERE IS NO SOURCE EXTRACT TO PROVE A BACKOUT AGAINST
           MOVE WS-TRANFILE-NAME TO WS-AUD-TRANFILE
           MOVE 0 TO WS-BKO-REF-CNT
           MOVE 0 TO WS-PND-HELD-CNT WS-PND-DUE-CNT WS-PND-SUPR-CNT
                     WS-PND-FLAG-CNT
           MOVE 'N' TO WS-BKO-SW
           IF ACT-BKO-DATE NOT = SPACES
             SET WS-BKO-ON TO TRUE
             MOVE SPACES TO WS-TRANFILE-NAME WS-SRCFILE-NAME
             STRING WS-AUD-TRANFILE DELIMITED BY SPACE
                    '.bko'          DELIMITED BY SIZE
               INTO WS-TRANFILE-NAME
             END-STRING
           END-IF
      *    AN OUT-OF-RANGE LENGTH WOULD OVERRUN THE X(512) RECORD
      *    AREAS AND THE VARYING BOUNDS ON THE FDS - FALL BACK TO
      *    THE CLASSIC 80 AND SAY SO
       1150-RESET-RUN-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    LOAD THE LAYOUT DICTIONARY COMPARE USED FOR THE SOURCE
      *    EXTRACT IN WS-DICT-SRC-NAME (THE ONE NAMED ON apply.ctl - A
      *    BACKOUT ENTRY STILL NAMES IT) - THE compare.ctl ENTRY WHOSE
      *    INFILE2 IT IS POINTS AT IT.  THE PROOF JUDGES FIELDS BY
      *    IT, AND EVERY LISTING
      *    THAT SHOWS A RECORD IMAGE - EXCEPTIONS, PENDING ITEMS AND
      *    THE PROOF - PRINTS ITS SENSITIVE FIELDS MASKED.  ONLY THE
      *    AUDIT TRAIL KEEPS THE REAL IMAGES, BECAUSE A BACKOUT
      *    REBUILDS ITS INVERSE TRANSACTIONS FROM THEM.  NO
      *    compare.ctl, NO MATCHING ENTRY OR NO DICTIONARY NAMED
      *    MEANS THE WHOLE-IMAGE PROOF AND NOTHING TO MASK.  A
      *    DICTIONARY THAT CANNOT BE READ, OR A SENSITIVE FIELD THE
      *    MASKING CANNOT REACH, SETS WS-DICT-BAD-SW: 2100 ABANDONS
      *    THE ENTRY BEFORE ANYTHING IS APPLIED OR LISTED, AND 9100
      *    WITHHOLDS THAT MASTER'S PENDING IMAGES
       1160-ENTRY-DICT-PARA.
           MOVE 0 TO WS-VDC-CNT WS-VDC-SENS-CNT
           MOVE 'N' TO WS-DICT-BAD-SW
           MOVE SPACES TO WS-DICTFILE-NAME
           INITIALIZE WS-FS16 WS-FS17
           IF WS-DICT-SRC-NAME = SPACES
             GO TO 1160-ENTRY-DICT-PARA-EXIT
           END-IF
           OPEN INPUT CMCFILE
           IF NOT F16-SUCCESS
             IF WS-FS16 = 05
               CLOSE CMCFILE
             END-IF
             GO TO 1160-ENTRY-DICT-PARA-EXIT
           END-IF
           PERFORM UNTIL F16-EOF
             READ CMCFILE
               AT END
                 SET F16-EOF TO TRUE
               NOT AT END
                 IF FUNCTION TRIM(CMC-INFILE2) = WS-DICT-SRC-NAME
                  AND WS-DICTFILE-NAME = SPACES
                   MOVE FUNCTION TRIM(CMC-DICT-FILE)
                     TO WS-DICTFILE-NAME
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CMCFILE
           IF WS-DICTFILE-NAME = SPACES
             GO TO 1160-ENTRY-DICT-PARA-EXIT
           END-IF
           OPEN INPUT DICTFILE
           IF NOT F17-SUCCESS
             DISPLAY 'LAYOUT DICTIONARY NOT READABLE ' WS-FS17
                 ' ' WS-DICTFILE-NAME ' - SENSITIVE FIELDS UNKNOWN'
             MOVE 'Y' TO WS-DICT-BAD-SW
             GO TO 1160-ENTRY-DICT-PARA-EXIT
           END-IF
           PERFORM UNTIL F17-EOF
             READ DICTFILE
               AT END
                 SET F17-EOF TO TRUE
               NOT AT END
                 PERFORM 1165-DICT-ROW-PARA THRU
                         1165-DICT-ROW-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE DICTFILE
           IF WS-DICT-BAD-SW = 'N'
             DISPLAY 'LAYOUT DICTIONARY LOADED - ' WS-VDC-CNT
                 ' FIELDS, ' WS-VDC-SENS-CNT ' SENSITIVE'
           END-IF.
       1160-ENTRY-DICT-PARA-EXIT.
           EXIT.
      *
      *    ONE DICTIONARY ROW - KEPT OR SKIPPED EXACTLY WHERE
      *    COMPARE KEEPS OR SKIPS IT, SO BOTH JOBS JUDGE THE SAME
      *    FIELDS.  A SENSITIVE ROW MUST ALSO BE ONE THE MASKING CAN
      *    REACH: A ROW COMPARE WOULD SKIP, ONE PAST THE 50-FIELD
      *    LIMIT, OR ONE OVERLAPPING THE ENAME IN COLUMNS 1-5 (EVERY
      *    LISTING PRINTS THE KEY AS-IS) SETS WS-DICT-BAD-SW
       1165-DICT-ROW-PARA.
           IF DCT-FLDNAME = SPACES
             GO TO 1165-DICT-ROW-PARA-EXIT
           END-IF
           MOVE 'N' TO WS-VDC-KEEP-SW
           IF WS-VDC-CNT < 50
            AND DCT-START IS NUMERIC AND DCT-LEN IS NUMERIC
            AND (DCT-TYPE = 'N' OR DCT-TYPE = 'C')
             ADD 1 TO WS-VDC-CNT
             MOVE DCT-START TO VDC-START(WS-VDC-CNT)
             MOVE DCT-LEN   TO VDC-LEN(WS-VDC-CNT)
             MOVE DCT-TYPE  TO VDC-TYPE(WS-VDC-CNT)
             MOVE 0         TO VDC-TOL(WS-VDC-CNT)
             MOVE 'N'       TO VDC-SENS(WS-VDC-CNT)
             IF DCT-TYPE = 'N' AND DCT-TOL IS NUMERIC
               MOVE DCT-TOL TO VDC-TOL(WS-VDC-CNT)
             END-IF
             IF VDC-START(WS-VDC-CNT) < 1
              OR VDC-LEN(WS-VDC-CNT) < 1
              OR VDC-START(WS-VDC-CNT) + VDC-LEN(WS-VDC-CNT) - 1
                 > WS-LRECL
               SUBTRACT 1 FROM WS-VDC-CNT
             ELSE
               MOVE 'Y' TO WS-VDC-KEEP-SW
             END-IF
           END-IF
           IF DCT-SENS-SW NOT = 'Y'
             GO TO 1165-DICT-ROW-PARA-EXIT
           END-IF
           IF WS-VDC-KEEP-SW = 'N'
             DISPLAY 'SENSITIVE FIELD ' DCT-FLDNAME
                 ' IS MALFORMED, OUTSIDE THE RECORD OR PAST THE '
                 '50-FIELD LIMIT'
             MOVE 'Y' TO WS-DICT-BAD-SW
             GO TO 1165-DICT-ROW-PARA-EXIT
           END-IF
           IF VDC-START(WS-VDC-CNT) NOT > 5
             DISPLAY 'SENSITIVE FIELD ' DCT-FLDNAME
                 ' OVERLAPS THE ENAME IN COLUMNS 1-5'
             MOVE 'Y' TO WS-DICT-BAD-SW
             GO TO 1165-DICT-ROW-PARA-EXIT
           END-IF
           MOVE 'Y' TO VDC-SENS(WS-VDC-CNT)
           ADD 1 TO WS-VDC-SENS-CNT.
       1165-DICT-ROW-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    OPEN THIS ENTRY'S FILES - A TRANSACTION FILE OR MASTER
      *    THAT WILL NOT OPEN ABANDONS ONLY THIS ENTRY, THE BATCH
      *    CONTINUES
       3000-OPEN-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    RE-KEY PRE-SCAN - LOAD THIS ENTRY'S 'R' TRANSACTIONS,
      *    THEN READ THE MASTER ONCE TO SEE WHICH OLD AND NEW ENAMES
      *    IT HOLDS.  A RE-KEY APPLIES ONLY WHEN ITS OLD ENAME IS ON
      *    THE MASTER, ITS NEW ENAME IS NOT, AND NO OTHER RE-KEY
      *    SHARES EITHER ENAME.  FILES THAT WILL NOT OPEN ARE LEFT
      *    FOR 3000-OPEN-PARA TO REPORT
       3100-REKEY-SCAN-PARA.
           IF WS-ENTRY-ABANDONED
             GO TO 3100-REKEY-SCAN-PARA-EXIT
           END-IF
           MOVE LOW-VALUES TO WS-RKY-PREV
           OPEN INPUT TRANFILE
           IF NOT F1-SUCCESS
             GO TO 3100-REKEY-SCAN-PARA-EXIT
           END-IF
           PERFORM UNTIL F1-EOF
             MOVE SPACES TO FS-TRANFILE
             READ TRANFILE
               AT END
                 SET F1-EOF TO TRUE
               NOT AT END
                 IF TRN-CODE = 'R'
                  AND TRN-ENAME NOT < WS-RKY-PREV
                   PERFORM 3110-REKEY-LOAD-PARA THRU
                           3110-REKEY-LOAD-PARA-EXIT
                 END-IF
                 IF TRN-ENAME > WS-RKY-PREV
                   MOVE TRN-ENAME TO WS-RKY-PREV
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TRANFILE
           IF WS-RKYTAB-CNT = 0
             GO TO 3100-REKEY-SCAN-PARA-EXIT
           END-IF
      *
           OPEN INPUT MASTFILE
           IF NOT F2-SUCCESS
             GO TO 3100-REKEY-SCAN-PARA-EXIT
           END-IF
           PERFORM UNTIL F2-EOF
             MOVE SPACES TO FS-MASTFILE
             READ MASTFILE
               AT END
                 SET F2-EOF TO TRUE
               NOT AT END
                 MOVE MST-ENAME TO WS-RKY-SRCH
                 PERFORM 3170-FIND-NEW-PARA THRU
                         3170-FIND-NEW-PARA-EXIT
                 IF WS-RKY-FOUND-SW = 'Y'
                   MOVE 'Y' TO RKY-NEW-SW(WS-RKY-HIT)
                 END-IF
                 PERFORM 3160-FIND-OLD-PARA THRU
                         3160-FIND-OLD-PARA-EXIT
                 IF WS-RKY-FOUND-SW = 'Y'
                   MOVE 'Y' TO RKY-OLD-SW(WS-RKY-HIT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MASTFILE
      *
      *    TWO RE-KEYS NAMING THE SAME OLD OR THE SAME NEW ENAME
      *    CANNOT BOTH BE RIGHT - NEITHER IS APPLIED
           MOVE 1 TO WS-RX
           PERFORM UNTIL WS-RX NOT < WS-RKYTAB-CNT
             ADD 1 TO WS-RX
             COMPUTE WS-RY = WS-RX - 1
             IF RKY-NEW(WS-RX) = RKY-NEW(WS-RY)
               MOVE 'RKY-DUPNEW' TO RKY-REASON(WS-RX)
                                    RKY-REASON(WS-RY)
             END-IF
             IF RKY-OLD(WS-RKO-SLOT(WS-RX))
              = RKY-OLD(WS-RKO-SLOT(WS-RY))
               MOVE 'RKY-DUPOLD' TO RKY-REASON(WS-RKO-SLOT(WS-RX))
                                    RKY-REASON(WS-RKO-SLOT(WS-RY))
             END-IF
           END-PERFORM
           MOVE 0 TO WS-RX
           PERFORM UNTIL WS-RX = WS-RKYTAB-CNT
             ADD 1 TO WS-RX
             IF RKY-REASON(WS-RX) = SPACES
               EVALUATE TRUE
               WHEN RKY-OLD-SW(WS-RX) NOT = 'Y'
                 MOVE 'RKY-NOKEY ' TO RKY-REASON(WS-RX)
               WHEN RKY-NEW-SW(WS-RX) = 'Y'
                AND RKY-NEW(WS-RX) NOT = RKY-OLD(WS-RX)
                 MOVE 'RKY-EXISTS' TO RKY-REASON(WS-RX)
               END-EVALUATE
             END-IF
           END-PERFORM.
       3100-REKEY-SCAN-PARA-EXIT.
           EXIT.
      *
      *    ADD THE RE-KEY IN FS-TRANFILE TO THE TABLE AND INSERT ITS
      *    SLOT INTO THE OLD-ENAME INDEX.  ONE THAT WILL NOT FIT IS
      *    LEFT OUT AND REJECTED WHEN THE APPLY REACHES IT
       3110-REKEY-LOAD-PARA.
           IF WS-RKYTAB-CNT = 2000
             DISPLAY 'RE-KEY TABLE FULL - ' TRN-ENAME ' NOT LOADED'
             GO TO 3110-REKEY-LOAD-PARA-EXIT
           END-IF
           ADD 1 TO WS-RKYTAB-CNT
           MOVE TRN-ENAME TO RKY-NEW(WS-RKYTAB-CNT)
           MOVE FS-TRANFILE(WS-LRECL + 7 : 5) TO RKY-OLD(WS-RKYTAB-CNT)
           MOVE 'N' TO RKY-OLD-SW(WS-RKYTAB-CNT)
                       RKY-NEW-SW(WS-RKYTAB-CNT)
           MOVE SPACES TO RKY-REASON(WS-RKYTAB-CNT)
           MOVE WS-RKYTAB-CNT TO WS-RX
           MOVE 'Y' TO WS-RKY-SHIFT-SW
           PERFORM UNTIL WS-RKY-SHIFT-SW = 'N'
             IF WS-RX = 1
               MOVE 'N' TO WS-RKY-SHIFT-SW
             ELSE
               COMPUTE WS-RY = WS-RX - 1
               IF RKY-OLD(WS-RKO-SLOT(WS-RY)) > RKY-OLD(WS-RKYTAB-CNT)
                 MOVE WS-RKO-SLOT(WS-RY) TO WS-RKO-SLOT(WS-RX)
                 MOVE WS-RY TO WS-RX
               ELSE
                 MOVE 'N' TO WS-RKY-SHIFT-SW
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-RKYTAB-CNT TO WS-RKO-SLOT(WS-RX).
       3110-REKEY-LOAD-PARA-EXIT.
           EXIT.
      *
      *    BINARY SEARCH OF THE OLD-ENAME INDEX FOR WS-RKY-SRCH -
      *    WS-RKY-HIT IS THE MATCHING WS-RKY-ENT SLOT
       3160-FIND-OLD-PARA.
           MOVE 'N' TO WS-RKY-FOUND-SW
           MOVE 1 TO WS-RKY-LO
           MOVE WS-RKYTAB-CNT TO WS-RKY-HI
           PERFORM UNTIL WS-RKY-LO > WS-RKY-HI
                      OR WS-RKY-FOUND-SW = 'Y'
             COMPUTE WS-RKY-MID = (WS-RKY-LO + WS-RKY-HI) / 2
             EVALUATE TRUE
             WHEN RKY-OLD(WS-RKO-SLOT(WS-RKY-MID)) = WS-RKY-SRCH
               MOVE 'Y' TO WS-RKY-FOUND-SW
               MOVE WS-RKO-SLOT(WS-RKY-MID) TO WS-RKY-HIT
             WHEN RKY-OLD(WS-RKO-SLOT(WS-RKY-MID)) < WS-RKY-SRCH
               COMPUTE WS-RKY-LO = WS-RKY-MID + 1
             WHEN OTHER
               IF WS-RKY-MID = 1
                 MOVE 0 TO WS-RKY-HI
               ELSE
                 COMPUTE WS-RKY-HI = WS-RKY-MID - 1
               END-IF
             END-EVALUATE
           END-PERFORM.
       3160-FIND-OLD-PARA-EXIT.
           EXIT.
      *
      *    BINARY SEARCH OF THE TABLE ITSELF (NEW-ENAME ORDER)
       3170-FIND-NEW-PARA.
           MOVE 'N' TO WS-RKY-FOUND-SW
           MOVE 1 TO WS-RKY-LO
           MOVE WS-RKYTAB-CNT TO WS-RKY-HI
           PERFORM UNTIL WS-RKY-LO > WS-RKY-HI
                      OR WS-RKY-FOUND-SW = 'Y'
             COMPUTE WS-RKY-MID = (WS-RKY-LO + WS-RKY-HI) / 2
             EVALUATE TRUE
             WHEN RKY-NEW(WS-RKY-MID) = WS-RKY-SRCH
               MOVE 'Y' TO WS-RKY-FOUND-SW
               MOVE WS-RKY-MID TO WS-RKY-HIT
             WHEN RKY-NEW(WS-RKY-MID) < WS-RKY-SRCH
               COMPUTE WS-RKY-LO = WS-RKY-MID + 1
             WHEN OTHER
               IF WS-RKY-MID = 1
                 MOVE 0 TO WS-RKY-HI
               ELSE
                 COMPUTE WS-RKY-HI = WS-RKY-MID - 1
               END-IF
             END-EVALUATE
           END-PERFORM.
       3170-FIND-NEW-PARA-EXIT.
           EXIT.
      *
      *    IS THE MASTER RECORD IN HAND THE OLD ENAME OF A RE-KEY
      *    THAT WILL APPLY?  THEN IT MUST NOT REACH THE NEW MASTER
      *    UNDER ITS OLD KEY
       3180-MOVED-CHECK-PARA.
           MOVE 'N' TO WS-RKY-MOVED-SW
           IF WS-RKYTAB-CNT = 0
             GO TO 3180-MOVED-CHECK-PARA-EXIT
           END-IF
           MOVE WS-MST-KEY TO WS-RKY-SRCH
           PERFORM 3160-FIND-OLD-PARA THRU
                   3160-FIND-OLD-PARA-EXIT
           IF WS-RKY-FOUND-SW = 'Y'
            AND RKY-REASON(WS-RKY-HIT) = SPACES
            AND RKY-NEW(WS-RKY-HIT) NOT = RKY-OLD(WS-RKY-HIT)
             MOVE 'Y' TO WS-RKY-MOVED-SW
           END-IF.
       3180-MOVED-CHECK-PARA-EXIT.
           EXIT.
      *
      *    JUDGEMENT ON THE RE-KEY TRANSACTION IN HAND - LEAVES THE
      *    REJECT REASON IN EXC-REASON, SPACES WHEN IT WILL APPLY
       3190-REKEY-JUDGE-PARA.
           MOVE 'RKY-NOTBL ' TO EXC-REASON
           MOVE WS-TRN-OLD-KEY TO WS-RKY-SRCH
           PERFORM 3160-FIND-OLD-PARA THRU
                   3160-FIND-OLD-PARA-EXIT
           IF WS-RKY-FOUND-SW = 'Y'
            AND RKY-NEW(WS-RKY-HIT) = WS-TRN-KEY
             MOVE RKY-REASON(WS-RKY-HIT) TO EXC-REASON
           END-IF.
       3190-REKEY-JUDGE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    PRIME THE BALANCED LINE - ONE RECORD IN HAND ON EACH SIDE
       3500-PRIME-PARA.
           PERFORM 4500-READ-MASTER-PARA THRU
      *    CHANGE OR DELETE (AN ADD THERE IS IMPOSSIBLE AND IS
      *    REJECTED, THE MASTER RECORD SURVIVES); A TRANSACTION
      *    BELOW THE MASTER KEY CAN ONLY BE AN ADD (A CHANGE OR
      *    DELETE FOR A KEY THE MASTER DOES NOT HOLD IS REJECTED).
      *    A RE-KEY WRITES ITS IMAGE UNDER THE NEW ENAME LIKE AN ADD,
      *    AND THE MASTER RECORD UNDER ITS OLD ENAME IS DROPPED WITH
      *    A BEFORE IMAGE WHEREVER THE BALANCED LINE MEETS IT - ANY
      *    OTHER TRANSACTION AIMED AT THAT OLD ENAME IS REJECTED
       4000-APPLY-PARA.
           EVALUATE TRUE
           WHEN WS-MST-KEY < WS-TRN-KEY
             PERFORM 3180-MOVED-CHECK-PARA THRU
                     3180-MOVED-CHECK-PARA-EXIT
             IF WS-RKY-MOVED-SW = 'Y'
               PERFORM 4700-REKEY-DROP-PARA THRU
                       4700-REKEY-DROP-PARA-EXIT
             ELSE
               MOVE WS-MST-REC TO FS-NEWMFILE
               WRITE FS-NEWMFILE
               ADD 1 TO WS-MOUT-CNT
             END-IF
             PERFORM 4500-READ-MASTER-PARA THRU
                     4500-READ-MASTER-PARA-EXIT
           WHEN WS-MST-KEY = WS-TRN-KEY
             PERFORM 3180-MOVED-CHECK-PARA THRU
                     3180-MOVED-CHECK-PARA-EXIT
             IF WS-RKY-MOVED-SW = 'Y'
               MOVE 'RKY-MOVED ' TO EXC-REASON
               PERFORM 7100-REJECT-PARA THRU
                       7100-REJECT-PARA-EXIT
               PERFORM 4700-REKEY-DROP-PARA THRU
                       4700-REKEY-DROP-PARA-EXIT
               MOVE 'X' TO WS-TRN-CODE
             END-IF
             EVALUATE WS-TRN-CODE
             WHEN 'X'
               CONTINUE
             WHEN 'C'
               MOVE 'BEFORE' TO AUD-ACTION
               MOVE WS-MST-REC TO AUD-DATA
               MOVE WS-MST-REC TO FS-NEWMFILE
               WRITE FS-NEWMFILE
               ADD 1 TO WS-MOUT-CNT
      *    A RE-KEY ONTO A KEY THE MASTER HOLDS APPLIES ONLY WHEN
      *    OLD AND NEW ENAME ARE THE SAME - THEN IT IS A CHANGE
             WHEN 'R'
               PERFORM 3190-REKEY-JUDGE-PARA THRU
                       3190-REKEY-JUDGE-PARA-EXIT
               IF EXC-REASON = SPACES
                 MOVE 'BEFORE' TO AUD-ACTION
                 MOVE WS-MST-REC TO AUD-DATA
                 PERFORM 7000-AUDIT-LINE-PARA THRU
                         7000-AUDIT-LINE-PARA-EXIT
                 MOVE WS-TRN-REC TO FS-NEWMFILE
                 WRITE FS-NEWMFILE
                 ADD 1 TO WS-MOUT-CNT
                 ADD 1 TO WS-RKY-CNT
                 MOVE 'AFTER ' TO AUD-ACTION
                 MOVE WS-TRN-REC TO AUD-DATA
                 PERFORM 7000-AUDIT-LINE-PARA THRU
                         7000-AUDIT-LINE-PARA-EXIT
               ELSE
                 PERFORM 7100-REJECT-PARA THRU
                         7100-REJECT-PARA-EXIT
                 MOVE WS-MST-REC TO FS-NEWMFILE
                 WRITE FS-NEWMFILE
                 ADD 1 TO WS-MOUT-CNT
               END-IF
             WHEN OTHER
               MOVE 'BAD-CODE  ' TO EXC-REASON
               PERFORM 7100-REJECT-PARA THRU
               MOVE 'DEL-NOKEY ' TO EXC-REASON
               PERFORM 7100-REJECT-PARA THRU
                       7100-REJECT-PARA-EXIT
             WHEN 'R'
               PERFORM 3190-REKEY-JUDGE-PARA THRU
                       3190-REKEY-JUDGE-PARA-EXIT
               IF EXC-REASON = SPACES
                 MOVE WS-TRN-REC TO FS-NEWMFILE
                 WRITE FS-NEWMFILE
                 ADD 1 TO WS-MOUT-CNT
                 ADD 1 TO WS-RKY-CNT
                 MOVE 'AFTER ' TO AUD-ACTION
                 MOVE WS-TRN-REC TO AUD-DATA
                 PERFORM 7000-AUDIT-LINE-PARA THRU
                         7000-AUDIT-LINE-PARA-EXIT
               ELSE
                 PERFORM 7100-REJECT-PARA THRU
                         7100-REJECT-PARA-EXIT
               END-IF
             WHEN OTHER
               MOVE 'BAD-CODE  ' TO EXC-REASON
               PERFORM 7100-REJECT-PARA THRU
               MOVE TRN-ENAME TO WS-TRN-KEY
               MOVE TRN-ENAME TO WS-TRN-PREV-KEY
               MOVE TRN-DATA  TO WS-TRN-REC
      *    THE IMAGE FILLS THE ENTRY'S LRECL, SO A RE-KEY'S OLD
      *    ENAME SITS RIGHT AFTER IT, THEN ANY EFFECTIVE DATE -
      *    NEITHER IS PART OF THE RECORD
               MOVE SPACES TO WS-TRN-OLD-KEY
               IF TRN-CODE = 'R'
                 MOVE FS-TRANFILE(WS-LRECL + 7 : 5) TO WS-TRN-OLD-KEY
               END-IF
               IF WS-LRECL < 512
                 MOVE SPACES TO WS-TRN-REC(WS-LRECL + 1 : )
               END-IF
      *    AN EFFECTIVE DATE THAT IS NOT A DATE CANNOT BE TRUSTED
      *    TO SAY THE TRANSACTION IS DUE
               IF FS-TRANFILE(WS-LRECL + 12 : 8) NOT = SPACES
                AND FS-TRANFILE(WS-LRECL + 12 : 8) IS NOT NUMERIC
                 MOVE 'BAD-EFFDT ' TO EXC-REASON
                 PERFORM 7100-REJECT-PARA THRU
                         7100-REJECT-PARA-EXIT
                 GO TO 4600-READ-TRAN-PARA
               END-IF
           END-READ.
       4600-READ-TRAN-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    DROP THE MASTER RECORD IN HAND - IT IS THE OLD ENAME OF A
      *    RE-KEY AND LIVES ON UNDER ITS NEW ENAME.  THE BEFORE IMAGE
      *    IS KEYED ON THE OLD ENAME, SO THE AUDIT TRAIL SHOWS THE
      *    MOVE AS A BEFORE ON THE OLD KEY AND AN AFTER ON THE NEW
       4700-REKEY-DROP-PARA.
           ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-RUN-TIME FROM TIME
           MOVE 'BEFORE' TO AUD-ACTION
           MOVE WS-MST-KEY TO AUD-ENAME
           MOVE WS-MST-REC TO AUD-DATA
           PERFORM 7010-AUDIT-STAMP-PARA THRU
                   7010-AUDIT-STAMP-PARA-EXIT
           WRITE FS-AUDFILE.
       4700-REKEY-DROP-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    CLOSE THIS ENTRY'S FILES - ONLY WHAT ACTUALLY OPENED
       5000-CLOSE-PARA.
           IF WS-FS1 NOT = 35 AND WS-FS1 NOT = 30
       5000-CLOSE-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    CONVERGENCE PROOF - RE-READ THE NEW MASTER AND WALK IT
      *    AGAINST THE SOURCE EXTRACT IN ENAME ORDER.  A KEY ON ONLY
      *    ONE SIDE, OR ON BOTH WITH DIFFERENT IMAGES, IS A
      *    DIFFERENCE UNLESS IT WAS HELD BACK ON PURPOSE: REJECTED
      *    BY THIS APPLY (apply_except.txt) OR ON COMPARE'S
      *    SUPPRESSION LIST.  AN ENTRY COMPARE HELD AT ITS VARIANCE
      *    THRESHOLDS GOT NO TRANSACTIONS AT ALL AND IS NOT PROVED.
      *    WHEN COMPARE JUDGED THE ENTRY BY A LAYOUT DICTIONARY, A
      *    KEY WHOSE IMAGES DIFFER ONLY WHERE THAT DICTIONARY LOOKS
      *    AWAY (UNNAMED BYTES, NUMERIC DRIFT WITHIN TOLERANCE) NEVER
      *    BECAME A TRANSACTION AND IS EXCUSED AS DICT-MATCH.
      *    ANY REMAINING DIFFERENCE - OR A SOURCE THAT CANNOT BE
      *    READ - GRADES THE JOB AT 8 SO THE NEW MASTER IS NOT
      *    PROMOTED
       5500-VERIFY-PARA.
           MOVE 'N' TO WS-VFY-SW
           MOVE 0 TO WS-VFY-DIFF-CNT WS-VFY-EXCL-CNT
           IF WS-ENTRY-ABANDONED
             GO TO 5500-VERIFY-PARA-EXIT
           END-IF
           IF WS-BKO-ON
             DISPLAY 'BACKOUT ENTRY - NEW MASTER NOT PROVED'
             GO TO 5500-VERIFY-PARA-EXIT
           END-IF
           IF WS-SRCFILE-NAME = SPACES
             DISPLAY 'NO SOURCE EXTRACT NAMED - NEW MASTER NOT PROVED'
             GO TO 5500-VERIFY-PARA-EXIT
           END-IF
           PERFORM 5510-HELD-CHECK-PARA THRU
                   5510-HELD-CHECK-PARA-EXIT
           IF WS-VFY-HELD-SW = 'Y'
             MOVE 'H' TO WS-VFY-SW
             DISPLAY 'ENTRY HELD BY COMPARE - NEW MASTER NOT PROVED'
             GO TO 5500-VERIFY-PARA-EXIT
           END-IF
      *
           OPEN INPUT SRCFILE
           IF NOT F8-SUCCESS
             DISPLAY 'SOURCE EXTRACT NOT OPEN ' WS-FS8
                 ' ' WS-SRCFILE-NAME ' - NEW MASTER NOT PROVED'
             MOVE 'U' TO WS-VFY-SW
             MOVE 8 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
             GO TO 5500-VERIFY-PARA-EXIT
           END-IF
           OPEN INPUT NEWMFILE
           IF NOT F3-SUCCESS
             DISPLAY 'NEW MASTER NOT READABLE ' WS-FS3
                 ' - NEW MASTER NOT PROVED'
             CLOSE SRCFILE
             MOVE 'U' TO WS-VFY-SW
             MOVE 8 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
             GO TO 5500-VERIFY-PARA-EXIT
           END-IF
           SORT SORTWK ON ASCENDING KEY SRT-KEY SRT-SEQ
             INPUT PROCEDURE IS 5520-VFY-RELEASE-PARA THRU
                                5520-VFY-RELEASE-PARA-EXIT
             OUTPUT PROCEDURE IS 5530-VFY-RETURN-PARA THRU
                                 5530-VFY-RETURN-PARA-EXIT
           CLOSE SRCFILE
           CLOSE NEWMFILE
      *
           IF WS-VFY-DIFF-CNT = 0
             MOVE 'Y' TO WS-VFY-SW
             DISPLAY 'NEW MASTER AGREES WITH SOURCE - '
                 WS-VFY-EXCL-CNT ' KEYS EXCUSED'
           ELSE
             MOVE 'D' TO WS-VFY-SW
             ADD 1 TO WS-ENTRIES-VDIF
             DISPLAY 'NEW MASTER DISAGREES WITH SOURCE ON '
                 WS-VFY-DIFF-CNT ' KEYS - DO NOT PROMOTE'
             MOVE 8 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
           END-IF.
       5500-VERIFY-PARA-EXIT.
           EXIT.
      *
      *    DID COMPARE HOLD THIS ENTRY?  THE LAST SUMMARY ROW FOR
      *    THE SAME INFILE2 DECIDES - NO SUMMARY, NOT HELD
       5510-HELD-CHECK-PARA.
           MOVE 'N' TO WS-VFY-HELD-SW
           OPEN INPUT CSMFILE
           IF NOT F10-SUCCESS
             GO TO 5510-HELD-CHECK-PARA-EXIT
           END-IF
           PERFORM UNTIL F10-EOF
             READ CSMFILE
               AT END
                 SET F10-EOF TO TRUE
               NOT AT END
                 IF CSM-INFILE2-NAME = WS-SRCFILE-NAME
                   MOVE 'N' TO WS-VFY-HELD-SW
                   IF CSM-HELD-SW = 'Y'
                     MOVE 'Y' TO WS-VFY-HELD-SW
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CSMFILE.
       5510-HELD-CHECK-PARA-EXIT.
           EXIT.
      *
      *    RELEASE THE SOURCE'S DATA RECORDS - AN UPSTREAM 'HDR'
      *    STAMP AS THE FIRST RECORD AND THE 'TRL' AFTER IT ARE NOT
      *    DATA, THE SAME RULE COMPARE LOADS BY.  SRT-SEQ KEEPS
      *    REPEATED KEYS IN ARRIVAL ORDER
       5520-VFY-RELEASE-PARA.
           MOVE 0 TO WS-VFY-SEQ
           MOVE 'N' TO WS-VFY-HDR-SW WS-VFY-TRL-SW
           PERFORM UNTIL F8-EOF
             MOVE SPACES TO FS-SRCFILE
             READ SRCFILE
               AT END
                 SET F8-EOF TO TRUE
               NOT AT END
                 EVALUATE TRUE
                 WHEN FS-SRCFILE(1:3) = 'HDR'
                  AND WS-VFY-HDR-SW = 'N' AND WS-VFY-SEQ = 0
                   MOVE 'Y' TO WS-VFY-HDR-SW
                 WHEN FS-SRCFILE(1:3) = 'TRL'
                  AND WS-VFY-HDR-SW = 'Y' AND WS-VFY-TRL-SW = 'N'
                   MOVE 'Y' TO WS-VFY-TRL-SW
                 WHEN OTHER
                   ADD 1 TO WS-VFY-SEQ
                   MOVE SRC-ENAME TO SRT-KEY
                   MOVE WS-VFY-SEQ TO SRT-SEQ
                   MOVE FS-SRCFILE TO SRT-DATA
                   RELEASE SRT-REC
                 END-EVALUATE
             END-READ
           END-PERFORM.
       5520-VFY-RELEASE-PARA-EXIT.
           EXIT.
      *
      *    THE PROOF'S BALANCED LINE - SORTED SOURCE AGAINST THE
      *    NEW MASTER.  IMAGES ARE COMPARED OVER THE ENTRY'S LRECL,
      *    THEN BY THE DICTIONARY WHEN THE ENTRY HAS ONE
       5530-VFY-RETURN-PARA.
           MOVE 'N' TO WS-VFY-SRC-DONE-SW
           MOVE LOW-VALUES TO WS-VFY-PREV-SKEY
           MOVE HIGH-VALUES TO WS-VFY-MKEY
           PERFORM 5540-VFY-NEXT-MAST-PARA THRU
                   5540-VFY-NEXT-MAST-PARA-EXIT
           PERFORM 5545-VFY-NEXT-SRC-PARA THRU
                   5545-VFY-NEXT-SRC-PARA-EXIT
           PERFORM UNTIL WS-VFY-MKEY = HIGH-VALUES
                     AND WS-VFY-SKEY = HIGH-VALUES
             EVALUATE TRUE
             WHEN WS-VFY-SKEY < WS-VFY-MKEY
               MOVE WS-VFY-SKEY TO VFY-ENAME
               MOVE 'MISSING   ' TO WS-VFY-REASON
               PERFORM 5550-VFY-DIFF-PARA THRU
                       5550-VFY-DIFF-PARA-EXIT
               MOVE 'SOURCE' TO VFY-SIDE
               MOVE WS-VFY-SREC TO WS-MSK-REC
               PERFORM 8400-MASK-IMAGE-PARA THRU
                       8400-MASK-IMAGE-PARA-EXIT
               MOVE WS-MSK-REC TO VFY-DATA
               WRITE FS-VFYFILE
               PERFORM 5545-VFY-NEXT-SRC-PARA THRU
                       5545-VFY-NEXT-SRC-PARA-EXIT
             WHEN WS-VFY-SKEY > WS-VFY-MKEY
               MOVE WS-VFY-MKEY TO VFY-ENAME
               MOVE 'EXTRA     ' TO WS-VFY-REASON
               PERFORM 5550-VFY-DIFF-PARA THRU
                       5550-VFY-DIFF-PARA-EXIT
               MOVE 'MASTER' TO VFY-SIDE
               MOVE WS-VFY-MREC TO WS-MSK-REC
               PERFORM 8400-MASK-IMAGE-PARA THRU
                       8400-MASK-IMAGE-PARA-EXIT
               MOVE WS-MSK-REC TO VFY-DATA
               WRITE FS-VFYFILE
               PERFORM 5540-VFY-NEXT-MAST-PARA THRU
                       5540-VFY-NEXT-MAST-PARA-EXIT
             WHEN OTHER
               MOVE 'N' TO WS-VFY-CHG-SW
               IF WS-VFY-SREC(1:WS-LRECL) NOT = WS-VFY-MREC(1:WS-LRECL)
                 MOVE 'Y' TO WS-VFY-CHG-SW
                 IF WS-VDC-CNT > 0
                   PERFORM 5535-VFY-FIELDS-PARA THRU
                           5535-VFY-FIELDS-PARA-EXIT
                 END-IF
               END-IF
               IF WS-VFY-CHG-SW = 'D'
                 MOVE WS-VFY-MKEY TO VFY-ENAME
                 MOVE WS-AUD-TRANFILE TO VFY-TRANFILE
                 MOVE 'EXCL' TO VFY-CLASS
                 MOVE 'DICT-MATCH' TO VFY-REASON
                 ADD 1 TO WS-VFY-EXCL-CNT
                 MOVE WS-VFY-SREC TO WS-MSK-SRC
                 MOVE WS-VFY-MREC TO WS-MSK-MST
                 PERFORM 8410-MASK-PAIR-PARA THRU
                         8410-MASK-PAIR-PARA-EXIT
                 MOVE 'SOURCE' TO VFY-SIDE
                 MOVE WS-MSK-SRC TO VFY-DATA
                 WRITE FS-VFYFILE
                 MOVE 'MASTER' TO VFY-SIDE
                 MOVE WS-MSK-MST TO VFY-DATA
                 WRITE FS-VFYFILE
               END-IF
               IF WS-VFY-CHG-SW = 'Y'
                 MOVE WS-VFY-MKEY TO VFY-ENAME
                 MOVE 'MISMATCH  ' TO WS-VFY-REASON
                 PERFORM 5550-VFY-DIFF-PARA THRU
                         5550-VFY-DIFF-PARA-EXIT
                 MOVE WS-VFY-SREC TO WS-MSK-SRC
                 MOVE WS-VFY-MREC TO WS-MSK-MST
                 PERFORM 8410-MASK-PAIR-PARA THRU
                         8410-MASK-PAIR-PARA-EXIT
                 MOVE 'SOURCE' TO VFY-SIDE
                 MOVE WS-MSK-SRC TO VFY-DATA
                 WRITE FS-VFYFILE
                 MOVE 'MASTER' TO VFY-SIDE
                 MOVE WS-MSK-MST TO VFY-DATA
                 WRITE FS-VFYFILE
               END-IF
               PERFORM 5540-VFY-NEXT-MAST-PARA THRU
                       5540-VFY-NEXT-MAST-PARA-EXIT
               PERFORM 5545-VFY-NEXT-SRC-PARA THRU
                       5545-VFY-NEXT-SRC-PARA-EXIT
             END-EVALUATE
           END-PERFORM.
       5530-VFY-RETURN-PARA-EXIT.
           EXIT.
      *
      *    THE TWO IMAGES DIFFER BYTE FOR BYTE - JUDGE THEM AS
      *    COMPARE'S 4620/4630 FIELD COMPARE DOES.  WS-VFY-CHG-SW
      *    STAYS 'Y' IF A NAMED FIELD REALLY DIFFERS, OTHERWISE IT
      *    BECOMES 'D' (EQUAL BY THE DICTIONARY).  A NUMERIC FIELD
      *    HOLDING NON-DIGITS FALLS BACK TO THE BYTE COMPARE
       5535-VFY-FIELDS-PARA.
           MOVE 'D' TO WS-VFY-CHG-SW
           MOVE 0 TO WS-VD
           PERFORM UNTIL WS-VD = WS-VDC-CNT
            OR WS-VFY-CHG-SW = 'Y'
             ADD 1 TO WS-VD
             PERFORM 5537-VFY-FIELD-ONE-PARA THRU
                     5537-VFY-FIELD-ONE-PARA-EXIT
           END-PERFORM.
       5535-VFY-FIELDS-PARA-EXIT.
           EXIT.
      *
       5537-VFY-FIELD-ONE-PARA.
           MOVE SPACES TO WS-VFY-FLD-S WS-VFY-FLD-M
           MOVE WS-VFY-SREC(VDC-START(WS-VD) : VDC-LEN(WS-VD))
             TO WS-VFY-FLD-S
           MOVE WS-VFY-MREC(VDC-START(WS-VD) : VDC-LEN(WS-VD))
             TO WS-VFY-FLD-M
           IF VDC-TYPE(WS-VD) = 'N'
            AND VDC-LEN(WS-VD) NOT > 18
            AND WS-VFY-FLD-S(1 : VDC-LEN(WS-VD)) IS NUMERIC
            AND WS-VFY-FLD-M(1 : VDC-LEN(WS-VD)) IS NUMERIC
             MOVE 0 TO WS-VFY-VAL-S WS-VFY-VAL-M
             MOVE WS-VFY-FLD-S(1 : VDC-LEN(WS-VD))
               TO WS-VFY-VAL-S(19 - VDC-LEN(WS-VD) : VDC-LEN(WS-VD))
             MOVE WS-VFY-FLD-M(1 : VDC-LEN(WS-VD))
               TO WS-VFY-VAL-M(19 - VDC-LEN(WS-VD) : VDC-LEN(WS-VD))
             IF WS-VFY-VAL-S > WS-VFY-VAL-M
               COMPUTE WS-VFY-DELTA = WS-VFY-VAL-S - WS-VFY-VAL-M
             ELSE
               COMPUTE WS-VFY-DELTA = WS-VFY-VAL-M - WS-VFY-VAL-S
             END-IF
             IF WS-VFY-DELTA > VDC-TOL(WS-VD)
               MOVE 'Y' TO WS-VFY-CHG-SW
             END-IF
           ELSE
             IF WS-VFY-FLD-S NOT = WS-VFY-FLD-M
               MOVE 'Y' TO WS-VFY-CHG-SW
             END-IF
           END-IF.
       5537-VFY-FIELD-ONE-PARA-EXIT.
           EXIT.
      *
      *    NEXT NEW-MASTER RECORD - SEE THE SHORT-RECORD NOTE IN
      *    4500-READ-MASTER-PARA
       5540-VFY-NEXT-MAST-PARA.
           MOVE SPACES TO FS-NEWMFILE
           READ NEWMFILE
             AT END
               MOVE HIGH-VALUES TO WS-VFY-MKEY
             NOT AT END
               MOVE FS-NEWMFILE TO WS-VFY-MREC
               MOVE NEW-ENAME TO WS-VFY-MKEY
           END-READ.
       5540-VFY-NEXT-MAST-PARA-EXIT.
           EXIT.
      *
      *    NEXT SORTED SOURCE RECORD.  A KEY THE SOURCE REPEATS
      *    CANNOT BE ON THE MASTER TWICE - COMPARE SET THE REPEATS
      *    ASIDE AS DUPLICATES, SO EACH ONE AFTER THE FIRST IS A
      *    DIFFERENCE IN ITS OWN RIGHT
       5545-VFY-NEXT-SRC-PARA.
           IF WS-VFY-SRC-DONE-SW = 'Y'
             MOVE HIGH-VALUES TO WS-VFY-SKEY
             GO TO 5545-VFY-NEXT-SRC-PARA-EXIT
           END-IF
           RETURN SORTWK
             AT END
               MOVE 'Y' TO WS-VFY-SRC-DONE-SW
               MOVE HIGH-VALUES TO WS-VFY-SKEY
             NOT AT END
               MOVE SRT-KEY TO WS-VFY-SKEY
               MOVE SRT-DATA TO WS-VFY-SREC
           END-RETURN
           IF WS-VFY-SKEY = WS-VFY-PREV-SKEY
            AND WS-VFY-SKEY NOT = HIGH-VALUES
             MOVE WS-VFY-SKEY TO VFY-ENAME
             MOVE 'SRC-DUPKEY' TO WS-VFY-REASON
             PERFORM 5550-VFY-DIFF-PARA THRU
                     5550-VFY-DIFF-PARA-EXIT
             MOVE 'SOURCE' TO VFY-SIDE
             MOVE WS-VFY-SREC TO WS-MSK-REC
             PERFORM 8400-MASK-IMAGE-PARA THRU
                     8400-MASK-IMAGE-PARA-EXIT
             MOVE WS-MSK-REC TO VFY-DATA
             WRITE FS-VFYFILE
             GO TO 5545-VFY-NEXT-SRC-PARA
           END-IF
           MOVE WS-VFY-SKEY TO WS-VFY-PREV-SKEY.
       5545-VFY-NEXT-SRC-PARA-EXIT.
           EXIT.
      *
      *    CLASSIFY ONE DISAGREEING KEY (IN VFY-ENAME, REASON IN
      *    WS-VFY-REASON) AS EXCUSED OR A REAL DIFFERENCE, COUNT IT,
      *    AND LEAVE THE PROOF LINE READY FOR THE CALLER'S IMAGE
       5550-VFY-DIFF-PARA.
           MOVE SPACES TO WS-VFY-EXCUSE
           MOVE VFY-ENAME TO WS-REJ-NOTE-KEY
           PERFORM 7120-REJ-FIND-PARA THRU
                   7120-REJ-FIND-PARA-EXIT
           IF WS-RKY-FOUND-SW = 'Y'
             MOVE WS-REJ-WHY(WS-RKY-HIT) TO WS-VFY-EXCUSE
           ELSE
             MOVE VFY-ENAME TO WS-SUP-ENAME
             PERFORM 5560-SUPCHK-PARA THRU
                     5560-SUPCHK-PARA-EXIT
             IF WS-SUP-MATCH-SW = 'Y'
               MOVE 'SUPPRESSED' TO WS-VFY-EXCUSE
             END-IF
           END-IF
           MOVE WS-AUD-TRANFILE TO VFY-TRANFILE
           IF WS-VFY-EXCUSE = SPACES
             MOVE 'DIFF' TO VFY-CLASS
             MOVE WS-VFY-REASON TO VFY-REASON
             ADD 1 TO WS-VFY-DIFF-CNT
           ELSE
             MOVE 'EXCL' TO VFY-CLASS
             MOVE WS-VFY-EXCUSE TO VFY-REASON
             ADD 1 TO WS-VFY-EXCL-CNT
           END-IF.
       5550-VFY-DIFF-PARA-EXIT.
           EXIT.
      *
      *    DOES WS-SUP-ENAME MATCH A SUPPRESSION PATTERN?
       5560-SUPCHK-PARA.
           MOVE 'N' TO WS-SUP-MATCH-SW
           MOVE 0 TO WS-W
           PERFORM UNTIL WS-W = WS-SUPCNT
            OR WS-SUP-MATCH-SW = 'Y'
             ADD 1 TO WS-W
             IF SUP-WILD-SW(WS-W) = 'Y'
               IF WS-SUP-ENAME(1:SUP-PFX-LEN(WS-W))
                = SUP-PATTERN(WS-W)(1:SUP-PFX-LEN(WS-W))
                 MOVE 'Y' TO WS-SUP-MATCH-SW
               END-IF
             ELSE
               IF WS-SUP-ENAME = SUP-PATTERN(WS-W)
                 MOVE 'Y' TO WS-SUP-MATCH-SW
               END-IF
             END-IF
           END-PERFORM.
       5560-SUPCHK-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    CONTROL-TOTAL LINE FOR THIS ENTRY - TIES BACK TO THE
      *    COMPARE SUMMARY (ADDS = ONLY-IN-FILE2, DELETES =
      *    ONLY-IN-FILE1, CHANGES = CHANGED, RE-KEYS = PROBABLE
      *    RE-KEYS) AND BALANCES ITSELF:
      *    MASTER OUT = MASTER IN + ADDS - DELETES, APPLIED +
      *    REJECTED = TRANSACTIONS READ
       6000-SUMMARY-PARA.
           ACCEPT APS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT APS-RUN-TIME FROM TIME
           MOVE WS-AUD-TRANFILE TO APS-TRANFILE
           MOVE WS-MASTFILE-NAME TO APS-MASTER
           MOVE WS-TRN-CNT  TO APS-TRN-CNT
           MOVE WS-ADD-CNT  TO APS-ADD-CNT
           MOVE WS-MIN-CNT  TO APS-MIN-CNT
           MOVE WS-MOUT-CNT TO APS-MOUT-CNT
           MOVE WS-ABND-SW  TO APS-ABND-SW
           MOVE WS-RKY-CNT  TO APS-RKY-CNT
           MOVE WS-VFY-SW   TO APS-VFY-SW
           MOVE WS-VFY-DIFF-CNT TO APS-VFY-DIFF-CNT
           MOVE WS-VFY-EXCL-CNT TO APS-VFY-EXCL-CNT
           IF WS-BKO-ON
             MOVE 'B' TO APS-MODE
             MOVE ACT-BKO-DATE TO APS-BKO-DATE
           ELSE
             MOVE 'A' TO APS-MODE
             MOVE SPACES TO APS-BKO-DATE
           END-IF
           MOVE WS-BKO-REF-CNT TO APS-BKO-REF-CNT
           MOVE WS-PND-HELD-CNT TO APS-PND-HELD-CNT
           MOVE WS-PND-DUE-CNT  TO APS-PND-DUE-CNT
           MOVE WS-PND-SUPR-CNT TO APS-PND-SUPR-CNT
           MOVE WS-PND-FLAG-CNT TO APS-PND-FLAG-CNT
           WRITE FS-APSFILE.
       6000-SUMMARY-PARA-EXIT.
           EXIT.
           ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-RUN-TIME FROM TIME
           MOVE WS-TRN-KEY TO AUD-ENAME
           PERFORM 7010-AUDIT-STAMP-PARA THRU
                   7010-AUDIT-STAMP-PARA-EXIT
           WRITE FS-AUDFILE.
       7000-AUDIT-LINE-PARA-EXIT.
           EXIT.
      *
      *    WHICH RUN OF WHICH ENTRY WROTE THIS IMAGE
       7010-AUDIT-STAMP-PARA.
           MOVE WS-AUD-TRANFILE TO AUD-TRANFILE
           MOVE WS-JOB-STAMP TO AUD-JOB-STAMP
           IF WS-BKO-ON
             MOVE 'B' TO AUD-MODE
           ELSE
             MOVE 'A' TO AUD-MODE
           END-IF.
       7010-AUDIT-STAMP-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    ONE REJECTED TRANSACTION - THE CALLER LEAVES THE REASON
      *    CODE IN EXC-REASON.  EVERY REJECT GRADES THE JOB AT 4
       7100-REJECT-PARA.
           MOVE WS-AUD-TRANFILE TO EXC-TRANFILE
           MOVE WS-TRN-CODE TO EXC-CODE
           MOVE WS-TRN-KEY  TO EXC-ENAME
           MOVE WS-TRN-REC  TO WS-MSK-REC
           PERFORM 8400-MASK-IMAGE-PARA THRU
                   8400-MASK-IMAGE-PARA-EXIT
           MOVE WS-MSK-REC  TO EXC-DATA
           WRITE FS-EXCFILE
           ADD 1 TO WS-REJ-CNT
           MOVE 'REJECTED  ' TO WS-REJ-NOTE-WHY
           MOVE WS-TRN-KEY TO WS-REJ-NOTE-KEY
           PERFORM 7110-REJ-NOTE-PARA THRU
                   7110-REJ-NOTE-PARA-EXIT
           IF WS-TRN-CODE = 'R' AND WS-TRN-OLD-KEY NOT = SPACES
             MOVE WS-TRN-OLD-KEY TO WS-REJ-NOTE-KEY
             PERFORM 7110-REJ-NOTE-PARA THRU
                     7110-REJ-NOTE-PARA-EXIT
           END-IF
           MOVE 4 TO WS-RC-CAND
           PERFORM 8300-RAISE-RC-PARA THRU
                   8300-RAISE-RC-PARA-EXIT.
       7100-REJECT-PARA-EXIT.
           EXIT.
      *
      *    NOTE WS-REJ-NOTE-KEY IN THE REJECTED-KEY TABLE, KEEPING
      *    IT IN ASCENDING ORDER (REJECTS ARRIVE IN APPLY ORDER, SO
      *    THE SHIFT IS NEARLY ALWAYS EMPTY)
       7110-REJ-NOTE-PARA.
           PERFORM 7120-REJ-FIND-PARA THRU
                   7120-REJ-FIND-PARA-EXIT
           IF WS-RKY-FOUND-SW = 'Y'
             GO TO 7110-REJ-NOTE-PARA-EXIT
           END-IF
           IF WS-REJTAB-CNT = 2000
             GO TO 7110-REJ-NOTE-PARA-EXIT
           END-IF
           ADD 1 TO WS-REJTAB-CNT
           MOVE WS-REJTAB-CNT TO WS-RX
           MOVE 'Y' TO WS-RKY-SHIFT-SW
           PERFORM UNTIL WS-RKY-SHIFT-SW = 'N'
             IF WS-RX = 1
               MOVE 'N' TO WS-RKY-SHIFT-SW
             ELSE
               COMPUTE WS-RY = WS-RX - 1
               IF WS-REJ-KEY(WS-RY) > WS-REJ-NOTE-KEY
                 MOVE WS-REJ-ENT(WS-RY) TO WS-REJ-ENT(WS-RX)
                 MOVE WS-RY TO WS-RX
               ELSE
                 MOVE 'N' TO WS-RKY-SHIFT-SW
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-REJ-NOTE-KEY TO WS-REJ-KEY(WS-RX)
           MOVE WS-REJ-NOTE-WHY TO WS-REJ-WHY(WS-RX).
       7110-REJ-NOTE-PARA-EXIT.
           EXIT.
      *
      *    BINARY SEARCH OF THE REJECTED-KEY TABLE FOR
      *    WS-REJ-NOTE-KEY - ANSWER IN WS-RKY-FOUND-SW, THE SLOT IN
      *    WS-RKY-HIT
       7120-REJ-FIND-PARA.
           MOVE 'N' TO WS-RKY-FOUND-SW
           MOVE 1 TO WS-RKY-LO
           MOVE WS-REJTAB-CNT TO WS-RKY-HI
           PERFORM UNTIL WS-RKY-LO > WS-RKY-HI
                      OR WS-RKY-FOUND-SW = 'Y'
             COMPUTE WS-RKY-MID = (WS-RKY-LO + WS-RKY-HI) / 2
             EVALUATE TRUE
             WHEN WS-REJ-KEY(WS-RKY-MID) = WS-REJ-NOTE-KEY
               MOVE 'Y' TO WS-RKY-FOUND-SW
               MOVE WS-RKY-MID TO WS-RKY-HIT
             WHEN WS-REJ-KEY(WS-RKY-MID) < WS-REJ-NOTE-KEY
               COMPUTE WS-RKY-LO = WS-RKY-MID + 1
             WHEN OTHER
               IF WS-RKY-MID = 1
                 MOVE 0 TO WS-RKY-HI
               ELSE
                 COMPUTE WS-RKY-HI = WS-RKY-MID - 1
               END-IF
             END-EVALUATE
           END-PERFORM.
       7120-REJ-FIND-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    GRADE THE JOB SEVERITY - THE CALLER LEAVES ITS CANDIDATE
      *    IN WS-RC-CAND AND THE WORST SEVERITY SEEN SO FAR WINS
       8300-RAISE-RC-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    SENSITIVE-FIELD MASKING FOR EVERY LISTING - THE SAME
      *    MASKS COMPARE PRINTS.  THE CALLER MASKS A COPY
      *
      *    MASK ONE IMAGE IN WS-MSK-REC, IN PLACE - EVERY SENSITIVE
      *    FIELD BECOMES ASTERISKS.  WHEN THE SENSITIVE FIELDS ARE
      *    NOT KNOWN THE WHOLE IMAGE IS WITHHELD
       8400-MASK-IMAGE-PARA.
           IF WS-DICT-BAD-SW = 'Y'
             MOVE ALL '*' TO WS-MSK-REC
             GO TO 8400-MASK-IMAGE-PARA-EXIT
           END-IF
           IF WS-VDC-SENS-CNT = 0
             GO TO 8400-MASK-IMAGE-PARA-EXIT
           END-IF
           MOVE 0 TO WS-MD
           PERFORM UNTIL WS-MD = WS-VDC-CNT
             ADD 1 TO WS-MD
             IF VDC-SENS(WS-MD) = 'Y'
               MOVE ALL '*'
                 TO WS-MSK-REC(VDC-START(WS-MD) : VDC-LEN(WS-MD))
             END-IF
           END-PERFORM.
       8400-MASK-IMAGE-PARA-EXIT.
           EXIT.
      *
      *    MASK THE PROOF'S SOURCE/MASTER PAIR IN WS-MSK-SRC/
      *    WS-MSK-MST, IN PLACE.  A SENSITIVE FIELD THAT DIFFERS AT
      *    ALL BETWEEN THE TWO - EVEN INSIDE ITS TOLERANCE - READS
      *    'CHANGED' ON BOTH, ONE THAT DOES NOT IS ASTERISKS, AS ON
      *    COMPARE'S OLD/NEW PAIRS
       8410-MASK-PAIR-PARA.
           IF WS-VDC-SENS-CNT = 0
             GO TO 8410-MASK-PAIR-PARA-EXIT
           END-IF
           MOVE 0 TO WS-MD
           PERFORM UNTIL WS-MD = WS-VDC-CNT
             ADD 1 TO WS-MD
             IF VDC-SENS(WS-MD) = 'Y'
               IF WS-MSK-SRC(VDC-START(WS-MD) : VDC-LEN(WS-MD))
                NOT = WS-MSK-MST(VDC-START(WS-MD) : VDC-LEN(WS-MD))
                 MOVE WS-MSK-CHG-FILL(1 : VDC-LEN(WS-MD))
                   TO WS-MSK-SRC(VDC-START(WS-MD) : VDC-LEN(WS-MD))
                 MOVE WS-MSK-CHG-FILL(1 : VDC-LEN(WS-MD))
                   TO WS-MSK-MST(VDC-START(WS-MD) : VDC-LEN(WS-MD))
               ELSE
                 MOVE ALL '*'
                   TO WS-MSK-SRC(VDC-START(WS-MD) : VDC-LEN(WS-MD))
                 MOVE ALL '*'
                   TO WS-MSK-MST(VDC-START(WS-MD) : VDC-LEN(WS-MD))
               END-IF
             END-IF
           END-PERFORM.
       8410-MASK-PAIR-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    PENDING-ITEMS LISTING - EVERY TRANSACTION STILL WAITING,
      *    BY MASTER, ENAME AND EFFECTIVE DATE.  ONE WHOSE DATE HAS
      *    PASSED BUT NO APPLY HAS MERGED YET (ITS ENTRY WAS
      *    ABANDONED OR DID NOT RUN) SHOWS AS OVERDUE.  THE ROWS
      *    SPAN EVERY MASTER, SO EACH MASTER'S DICTIONARY IS LOADED
      *    AFRESH WHEN THE MASTER CHANGES (9110)
       9100-PND-SCHEDULE-PARA.
           IF NOT WS-PND-OPEN
             GO TO 9100-PND-SCHEDULE-PARA-EXIT
           END-IF
           MOVE SPACES TO WS-PND-DICT-MAST
           MOVE LOW-VALUES TO PND-KEY
           MOVE 'Y' TO WS-PND-WALK-SW
           START PNDFILE KEY NOT < PND-KEY
             INVALID KEY
               MOVE 'N' TO WS-PND-WALK-SW
           END-START
           PERFORM UNTIL WS-PND-WALK-SW = 'N'
             READ PNDFILE NEXT
               AT END
                 MOVE 'N' TO WS-PND-WALK-SW
               NOT AT END
                 IF PND-APPLY-DATE = SPACES
                   IF PND-EFF-DATE > WS-JOB-STAMP(1:8)
                     MOVE 'SCHEDULED ' TO WS-PND-RPT-STATUS
                   ELSE
                     MOVE 'OVERDUE   ' TO WS-PND-RPT-STATUS
                   END-IF
                   IF PND-MASTER NOT = WS-PND-DICT-MAST
                     PERFORM 9110-PND-DICT-PARA THRU
                             9110-PND-DICT-PARA-EXIT
                   END-IF
                   PERFORM 2380-PND-REPORT-PARA THRU
                           2380-PND-REPORT-PARA-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PNDFILE.
       9100-PND-SCHEDULE-PARA-EXIT.
           EXIT.
      *
      *    LOAD THE DICTIONARY FOR THE MASTER IN PND-MASTER - THE
      *    FIRST apply.ctl ENTRY FOR THAT MASTER GIVES ITS RECORD
      *    LENGTH AND SOURCE EXTRACT.  A MASTER NO ENTRY NAMES HAS
      *    NO KNOWN DICTIONARY, SO ITS IMAGES ARE WITHHELD
       9110-PND-DICT-PARA.
           MOVE PND-MASTER TO WS-PND-DICT-MAST
           MOVE 'N' TO WS-PND-DICT-SW
           MOVE 80 TO WS-LRECL
           OPEN INPUT ACTFILE
           IF F12-SUCCESS
             PERFORM UNTIL F12-EOF OR WS-PND-DICT-SW = 'Y'
               READ ACTFILE
                 AT END
                   SET F12-EOF TO TRUE
                 NOT AT END
                   IF FUNCTION TRIM(ACT-MASTER) = PND-MASTER
                     MOVE 'Y' TO WS-PND-DICT-SW
                     MOVE FUNCTION TRIM(ACT-SOURCE) TO WS-DICT-SRC-NAME
                     IF ACT-LRECL IS NUMERIC
                       MOVE ACT-LRECL TO WS-LRECL
                       IF WS-LRECL < 6 OR WS-LRECL > 512
                         MOVE 80 TO WS-LRECL
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACTFILE
           END-IF
           IF WS-PND-DICT-SW = 'N'
             MOVE 0 TO WS-VDC-CNT WS-VDC-SENS-CNT
             MOVE 'Y' TO WS-DICT-BAD-SW
           ELSE
             PERFORM 1160-ENTRY-DICT-PARA THRU
                     1160-ENTRY-DICT-PARA-EXIT
           END-IF
           IF WS-DICT-BAD-SW = 'Y'
             DISPLAY 'PENDING IMAGES WITHHELD - SENSITIVE FIELDS '
                 'NOT KNOWN FOR ' PND-MASTER
           END-IF.
       9110-PND-DICT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    WRITE THE FIXED-LAYOUT JOB STATUS RECORD THE SCHEDULER
      *    PARSES - SAME TIERED SCHEME AS COMPARE SO THE PAIR READS
      *    AS ONE PIPELINE
             MOVE WS-ENTRIES-DONE TO JST-ENTRIES-DONE
             MOVE WS-ENTRIES-ABND TO JST-ENTRIES-ABND
             MOVE WS-JOB-RC       TO JST-WORST-RC
             MOVE WS-ENTRIES-VDIF TO JST-ENTRIES-VDIF
             WRITE FS-JOBSTFILE
             CLOSE JOBSTFILE
           WHEN OTHER
           CLOSE EXCFILE
           CLOSE AUDFILE
           CLOSE APSFILE
           CLOSE VFYFILE
           PERFORM 9100-PND-SCHEDULE-PARA THRU
                   9100-PND-SCHEDULE-PARA-EXIT
           CLOSE PNRFILE
           PERFORM 9200-JOB-STATUS-PARA THRU
                   9200-JOB-STATUS-PARA-EXIT
           DISPLAY 'JOB SEVERITY ' WS-JOB-RC
