      ***************************************************************
      * Author:VIRTUAL HEART
      * Date:15-10-2026
      * Purpose:TRAINING
      * Tectonics: cobc
      *
      *    CONTROL-FILE MAINTENANCE FOR THE COMPARE / MASTER-UPDATE
      *    PAIR - APPLIES ADD, CHANGE AND DELETE REQUESTS TO
      *    compare.ctl AND apply.ctl BY ENTRY NAME, INSTEAD OF A
      *    PERSON EDITING THE WIDE FIXED-COLUMN RECORDS IN A TEXT
      *    EDITOR AND FINDING A ONE-COLUMN SLIP ONLY WHEN PRE-FLIGHT
      *    REJECTS THE ENTRY AT NIGHT.
      *    AN ENTRY'S NAME IS ITS OUT-PREFIX: ON compare.ctl THE
      *    CTL-OUT-PREFIX ITSELF, ON apply.ctl THE PREFIX OF THE
      *    <OUT-PREFIX>tran.txt TRANSACTION FILE THE ENTRY APPLIES.
      *    EVERY ADDED OR CHANGED IMAGE GETS THE SAME FIELD EDITS
      *    COMPARE'S 1110-PREFLIGHT-ENTRY-PARA AND 1115-ENTRY-DUE-
      *    PARA MAKE (SWITCHES, RECORD LENGTH, KEY RANGES INSIDE
      *    THE RECORD LENGTH, ARCHIVE AND THRESHOLD FIELDS, A
      *    NUMERIC STREAM, A VALID FREQUENCY CODE, AN ARRIVAL
      *    CUTOFF THAT IS A REAL HHMM) OR THE EDITS
      *    MUPDATE MAKES OF ITS CONTROL RECORD, AND A REQUEST THAT
      *    FAILS ANY OF THEM IS REJECTED WHOLE.  ONCE EVERY REQUEST
      *    HAS BEEN TRIED THE RESULTING PAIR IS CROSS-CHECKED: EACH
      *    compare.ctl OUT-PREFIX MUST HAVE ITS apply.ctl ENTRY,
      *    WITH THE SAME RECORD LENGTH.  ONLY A PAIR THAT PASSES IS
      *    WRITTEN - TO compare.ctl.new AND apply.ctl.new, SO THE
      *    CURRENT FILES SURVIVE UNTIL OPERATIONS SWAPS THE NAMES -
      *    AND ONLY THEN ARE THE APPLIED REQUESTS ADDED TO THE
      *    CHANGE LOG: WHO ASKED, WHICH ENTRY OF WHICH FILE, WHEN,
      *    AND ITS BEFORE AND AFTER IMAGES.
      *    RETURN CODE - 0 CLEAN, 4 REQUESTS REJECTED (THE REST
      *    APPLIED), 8 CROSS-CHECK FAILED (NOTHING WRITTEN), 16 A
      *    CONTROL FILE OR THE REQUEST FILE WOULD NOT OPEN
      *
      *             https://github.com/virtualheart/
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CONTROL FILES AS THEY STAND
           SELECT CTLFILE ASSIGN TO
           "/home/virtual/Desktop/compare.ctl"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS1.
      *
           SELECT ACTFILE ASSIGN TO
           "/home/virtual/Desktop/apply.ctl"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS2.
      *
      *    MAINTENANCE REQUESTS - ONE ADD/CHANGE/DELETE PER RECORD,
      *    APPLIED IN THE ORDER THEY ARRIVE
           SELECT MNTFILE ASSIGN TO
           "/home/virtual/Desktop/ctl_maint.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS3.
      *
      *    THE MAINTAINED CONTROL FILES - WRITTEN FRESH, SO THE
      *    CURRENT ONES SURVIVE UNTIL OPERATIONS SWAPS THE NAMES
           SELECT NEWCTL ASSIGN TO
           "/home/virtual/Desktop/compare.ctl.new"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS4.
      *
           SELECT NEWACT ASSIGN TO
           "/home/virtual/Desktop/apply.ctl.new"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS5.
      *
      *    EDIT LISTING - EVERY REQUEST'S RESULT, EVERY EDIT IT
      *    FAILED, AND THE CROSS-CHECK FINDINGS
           SELECT LSTFILE ASSIGN TO
           "/home/virtual/Desktop/ctl_maint_list.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS6.
      *
      *    DATED BEFORE/AFTER CHANGE LOG - EXTENDED RUN AFTER RUN,
      *    NEVER REWRITTEN
           SELECT OPTIONAL LOGFILE ASSIGN TO
           "/home/virtual/Desktop/ctl_change_log.txt"
           ACCESS              IS SEQUENTIAL
           ORGANIZATION        IS SEQUENTIAL
           FILE STATUS         IS WS-FS7.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    compare.ctl AS READ - ONLY THE FIELDS THAT NAME AN ENTRY
      *    OR MARK A MODE RECORD ARE NEEDED HERE; THE FULL LAYOUT IS
      *    UNDER FD NEWCTL AND MUST MATCH COMPARE'S FD CTLFILE
       FD CTLFILE.
       01 FS-CTLFILE.
          02  CTL-INFILE1      PIC X(60).
          02  FILLER           PIC X(120).
          02  CTL-OUT-PREFIX   PIC X(40).
          02  FILLER           PIC X(113).
      *
      *    apply.ctl AS READ - FULL LAYOUT UNDER FD NEWACT, WHICH
      *    MUST MATCH MUPDATE'S FD ACTFILE
       FD ACTFILE.
       01 FS-ACTFILE.
          02  ACT-TRANFILE     PIC X(60).
          02  FILLER           PIC X(191).
      *
      *    MAINTENANCE REQUEST - MNT-FILE 'C' compare.ctl OR 'A'
      *    apply.ctl, MNT-ACTION 'A' ADD, 'C' CHANGE (THE WHOLE
      *    IMAGE IS REPLACED) OR 'D' DELETE, THE ENTRY NAME, WHO
      *    ASKED, AND FOR AN ADD OR CHANGE THE NEW CONTROL RECORD
      *    IN THE FILE'S OWN COLUMNS.  AN OUT-PREFIX OR TRANSACTION
      *    FILE LEFT BLANK IN THE IMAGE IS FILLED IN FROM THE ENTRY
      *    NAME; ONE THAT IS CODED MUST AGREE WITH IT (A RENAME IS
      *    A DELETE PLUS AN ADD)
       FD MNTFILE.
       01 FS-MNTFILE.
          02  MNT-FILE         PIC X(1).
          02  MNT-ACTION       PIC X(1).
          02  MNT-NAME         PIC X(40).
          02  MNT-USER         PIC X(8).
          02  MNT-IMAGE        PIC X(333).
      *    THE IMAGE AS A compare.ctl RECORD
       01 FS-MNTFILE-CTL.
          02  FILLER           PIC X(50).
          02  MCT-INFILE1      PIC X(60).
          02  MCT-INFILE2      PIC X(60).
          02  MCT-INFILE3      PIC X(60).
          02  MCT-OUT-PREFIX   PIC X(40).
          02  MCT-CMPR-SW      PIC X.
          02  MCT-RESTART-SW   PIC X.
          02  MCT-KEY-SPEC     PIC X(24).
          02  MCT-ARCH-SW      PIC X.
          02  MCT-ARCH-GENS    PIC X(2).
          02  MCT-DICT-FILE    PIC X(60).
          02  MCT-MAX-UM1-PCT  PIC X(3).
          02  MCT-MAX-CHG-PCT  PIC X(3).
          02  MCT-MAX-DEL      PIC X(5).
          02  MCT-LRECL        PIC X(3).
          02  MCT-STREAM       PIC X(2).
          02  MCT-FREQ         PIC X(4).
          02  MCT-CUTOFF       PIC X(4).
      *    THE IMAGE AS AN apply.ctl RECORD
       01 FS-MNTFILE-ACT.
          02  FILLER           PIC X(50).
          02  MAC-TRANFILE     PIC X(60).
          02  MAC-MASTER       PIC X(60).
          02  MAC-NEWMAST      PIC X(60).
          02  MAC-LRECL        PIC X(3).
          02  MAC-SOURCE       PIC X(60).
          02  MAC-BKO-DATE     PIC X(8).
          02  FILLER           PIC X(82).
      *
      *    compare.ctl RECORD - SAME LAYOUT AS COMPARE'S FD CTLFILE
       FD NEWCTL.
       01 FS-NEWCTL.
          02  NCT-INFILE1      PIC X(60).
          02  NCT-INFILE2      PIC X(60).
          02  NCT-INFILE3      PIC X(60).
          02  NCT-OUT-PREFIX   PIC X(40).
          02  NCT-CMPR-SW      PIC X.
          02  NCT-RESTART-SW   PIC X.
          02  NCT-KEY-SPEC     PIC X(24).
          02  NCT-ARCH-SW      PIC X.
          02  NCT-ARCH-GENS    PIC X(2).
          02  NCT-DICT-FILE    PIC X(60).
          02  NCT-MAX-UM1-PCT  PIC X(3).
          02  NCT-MAX-CHG-PCT  PIC X(3).
          02  NCT-MAX-DEL      PIC X(5).
          02  NCT-LRECL        PIC X(3).
          02  NCT-STREAM       PIC X(2).
          02  NCT-FREQ         PIC X(4).
          02  NCT-CUTOFF       PIC X(4).
      *
      *    apply.ctl RECORD - SAME LAYOUT AS MUPDATE'S FD ACTFILE
       FD NEWACT.
       01 FS-NEWACT.
          02  NAC-TRANFILE     PIC X(60).
          02  NAC-MASTER       PIC X(60).
          02  NAC-NEWMAST      PIC X(60).
          02  NAC-LRECL        PIC X(3).
          02  NAC-SOURCE       PIC X(60).
          02  NAC-BKO-DATE     PIC X(8).
      *
      *    ONE EDIT-LISTING LINE.  LST-RESULT IS APPLIED OR REJECTED
      *    FOR A REQUEST, ERROR FOR AN EDIT IT FAILED, XCHECK FOR A
      *    CROSS-CHECK FAILURE AND WARNING FOR A FINDING THAT DOES
      *    NOT STOP THE RUN.  LST-SEQ IS THE REQUEST'S ORDINAL IN
      *    THE REQUEST FILE, ZERO ON CROSS-CHECK LINES
       FD LSTFILE.
       01 FS-LSTFILE.
          02  LST-SEQ          PIC 9(5).
          02  FILLER           PIC X(1).
          02  LST-FILE         PIC X(1).
          02  FILLER           PIC X(1).
          02  LST-ACTION       PIC X(1).
          02  FILLER           PIC X(1).
          02  LST-NAME         PIC X(40).
          02  FILLER           PIC X(1).
          02  LST-USER         PIC X(8).
          02  FILLER           PIC X(1).
          02  LST-RESULT       PIC X(8).
          02  FILLER           PIC X(1).
          02  LST-MSG          PIC X(60).
      *
      *    CHANGE-LOG IMAGE - WHEN, WHO, WHICH FILE AND ENTRY, THE
      *    ACTION, AND THE ENTRY AS IT WAS (BEFORE) OR BECAME
      *    (AFTER).  A CHANGE WRITES BOTH, AN ADD ONLY AN AFTER, A
      *    DELETE ONLY A BEFORE
       FD LOGFILE.
       01 FS-LOGFILE.
          02  LOG-RUN-DATE     PIC X(8).
          02  LOG-RUN-TIME     PIC X(8).
          02  LOG-USER         PIC X(8).
          02  LOG-FILE         PIC X(1).
          02  LOG-ACTION       PIC X(1).
          02  FILLER           PIC X(1).
          02  LOG-NAME         PIC X(40).
          02  FILLER           PIC X(1).
          02  LOG-IMAGE        PIC X(6).
          02  FILLER           PIC X(1).
          02  LOG-DATA         PIC X(333).
      *
       WORKING-STORAGE SECTION.
       01 WS-FS1               PIC 9(2).
         88 F1-SUCCESS           VALUE 00.
         88 F1-EOF               VALUE 10.
       01 WS-FS2               PIC 9(2).
         88 F2-SUCCESS           VALUE 00.
         88 F2-EOF               VALUE 10.
       01 WS-FS3               PIC 9(2).
         88 F3-SUCCESS           VALUE 00.
         88 F3-EOF               VALUE 10.
       01 WS-FS4               PIC 9(2).
         88 F4-SUCCESS           VALUE 00.
       01 WS-FS5               PIC 9(2).
         88 F5-SUCCESS           VALUE 00.
       01 WS-FS6               PIC 9(2).
         88 F6-SUCCESS           VALUE 00.
       01 WS-FS7               PIC 9(2).
         88 F7-SUCCESS           VALUE 00.
      *
      *    DATE AND TIME THIS RUN STARTED - STAMPED ON THE CHANGE LOG
       01 WS-JOB-STAMP          PIC X(16).
      *
      *    compare.ctl AS MAINTAINED SO FAR, IN FILE ORDER.  A MODE
      *    RECORD ('*DRYRUN*', '*MERGE*', '*INQUIRY*', '*PERIOD*') AT
      *    THE FRONT IS CARRIED THROUGH UNTOUCHED AND HAS NO NAME.
      *    A DELETED ENTRY STAYS IN ITS SLOT WITH CM-DEL-SW 'Y'
       01 WS-CMPCNT             PIC 9(3)  VALUE 0.
       01 WS-CMP-TABLE.
          05 CM-ENT OCCURS 500 TIMES.
             10 CM-NAME          PIC X(40).
             10 CM-MARK-SW       PIC X.
             10 CM-DEL-SW        PIC X.
             10 CM-REC           PIC X(333).
      *
      *    apply.ctl AS MAINTAINED SO FAR - AM-NAME IS SPACES FOR AN
      *    ENTRY WHOSE TRANSACTION FILE IS NOT <PREFIX>tran.txt, WHICH
      *    CANNOT BE MAINTAINED BY NAME AND IS CARRIED THROUGH
       01 WS-APLCNT             PIC 9(3)  VALUE 0.
       01 WS-APL-TABLE.
          05 AM-ENT OCCURS 500 TIMES.
             10 AM-NAME          PIC X(40).
             10 AM-DEL-SW        PIC X.
             10 AM-REC           PIC X(251).
      *
      *    REQUESTS APPLIED THIS RUN, FOR THE CHANGE LOG - WRITTEN
      *    ONLY ONCE THE NEW CONTROL FILES ARE
       01 WS-DONECNT            PIC 9(3)  VALUE 0.
       01 WS-DONE-TABLE.
          05 DN-ENT OCCURS 500 TIMES.
             10 DN-FILE          PIC X.
             10 DN-ACTION        PIC X.
             10 DN-NAME          PIC X(40).
             10 DN-USER          PIC X(8).
             10 DN-BEFORE        PIC X(333).
             10 DN-AFTER         PIC X(333).
      *
      *    REQUEST AND EDIT STATE - WS-EDIT-SW GOES TO 'N' ON THE
      *    FIRST EDIT A REQUEST FAILS; EVERY FAILED EDIT IS LISTED
       01 WS-REQ-SEQ            PIC 9(5)  VALUE 0.
       01 WS-REQ-APPLIED        PIC 9(5)  VALUE 0.
       01 WS-REQ-REJECTED       PIC 9(5)  VALUE 0.
       01 WS-EDIT-SW            PIC X.
       01 WS-ERR-MSG            PIC X(60).
       01 WS-ERR-RESULT         PIC X(8).
       01 WS-XCHK-SW            PIC X     VALUE 'Y'.
         88 WS-XCHK-PASSED        VALUE 'Y'.
      *
      *    LOOK-UP BY NAME - WS-HIT IS THE SLOT FOUND, ZERO IF NONE
       01 WS-FIND-NAME          PIC X(40).
       01 WS-HIT                PIC 9(3).
       01 WS-C1                 PIC 9(3).
       01 WS-C2                 PIC 9(3).
      *
      *    FIELD-EDIT WORK AREAS - THE SAME ONES COMPARE'S PRE-FLIGHT
      *    USES FOR THE RECORD LENGTH AND KEY RANGES
       01 WS-LRECL              PIC 9(3).
       01 WS-LRECL2             PIC 9(3).
       01 WS-G                  PIC 9(1).
       01 WS-KS-START           PIC 9(3).
       01 WS-KS-END             PIC 9(3).
       01 WS-KB-POS             PIC 9(4).
      *
      *    TRANSACTION-FILE NAME TO ENTRY NAME - SEE 8200-APL-NAME-
      *    PARA
       01 WS-TRN-WORK           PIC X(60).
       01 WS-APL-NAME           PIC X(40).
       01 WS-L                  PIC 9(2).
      *
      *    GRADED RUN SEVERITY - THE WORST SEEN WINS
       01 WS-JOB-RC             PIC 9(2)  VALUE 0.
       01 WS-RC-CAND            PIC 9(2)  VALUE 0.
      *
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INTIAL-PARA THRU
                   1000-INTIAL-PARA-EXIT
           PERFORM 2000-PROCESS-PARA THRU
                   2000-PROCESS-PARA-EXIT
           PERFORM 4000-CROSS-CHECK-PARA THRU
                   4000-CROSS-CHECK-PARA-EXIT
           PERFORM 5000-WRITE-PARA THRU
                   5000-WRITE-PARA-EXIT
           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.
       0000-MAIN-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    OPEN THE LISTING AND THE REQUESTS AND LOAD BOTH CONTROL
      *    FILES - ANY OF THEM UNUSABLE ENDS THE RUN AT 16 WITH
      *    NOTHING CHANGED
       1000-INTIAL-PARA.
           INITIALIZE WS-FS1 WS-FS2 WS-FS3 WS-FS4 WS-FS5 WS-FS6
                      WS-FS7
           ACCEPT WS-JOB-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-JOB-STAMP(9:8) FROM TIME
      *
           OPEN OUTPUT LSTFILE
           EVALUATE TRUE
           WHEN F6-SUCCESS
             DISPLAY 'MAINTENANCE LISTING OPEN'
           WHEN OTHER
             DISPLAY 'MAINTENANCE LISTING NOT OPEN ' WS-FS6
           END-EVALUATE
      *
           PERFORM 1100-LOAD-CTL-PARA THRU
                   1100-LOAD-CTL-PARA-EXIT
           PERFORM 1200-LOAD-ACT-PARA THRU
                   1200-LOAD-ACT-PARA-EXIT
      *
           OPEN INPUT MNTFILE
           EVALUATE TRUE
           WHEN F3-SUCCESS
             DISPLAY 'MAINTENANCE REQUESTS OPEN'
           WHEN OTHER
             DISPLAY 'MAINTENANCE REQUESTS NOT OPEN ' WS-FS3
             PERFORM 9100-FATAL-PARA THRU
                     9100-FATAL-PARA-EXIT
           END-EVALUATE.
       1000-INTIAL-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    LOAD compare.ctl - A MODE RECORD IS RECOGNISED THE WAY
      *    COMPARE RECOGNISES IT, AS THE FIRST RECORD WITH '*' IN
      *    COLUMN 1
       1100-LOAD-CTL-PARA.
           OPEN INPUT CTLFILE
           IF NOT F1-SUCCESS
             DISPLAY 'COMPARE CONTROL FILE NOT OPEN ' WS-FS1
             PERFORM 9100-FATAL-PARA THRU
                     9100-FATAL-PARA-EXIT
           END-IF
           PERFORM UNTIL F1-EOF
             READ CTLFILE
               AT END
                 SET F1-EOF TO TRUE
               NOT AT END
                 IF WS-CMPCNT = 500
                   DISPLAY 'COMPARE CONTROL FILE EXCEEDS 500 ENTRIES'
                   CLOSE CTLFILE
                   PERFORM 9100-FATAL-PARA THRU
                           9100-FATAL-PARA-EXIT
                 END-IF
                 ADD 1 TO WS-CMPCNT
                 MOVE FS-CTLFILE TO CM-REC(WS-CMPCNT)
                 MOVE 'N' TO CM-DEL-SW(WS-CMPCNT)
                 IF WS-CMPCNT = 1 AND CTL-INFILE1(1:1) = '*'
                   MOVE 'Y' TO CM-MARK-SW(WS-CMPCNT)
                   MOVE SPACES TO CM-NAME(WS-CMPCNT)
                 ELSE
                   MOVE 'N' TO CM-MARK-SW(WS-CMPCNT)
                   MOVE CTL-OUT-PREFIX TO CM-NAME(WS-CMPCNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CTLFILE
           DISPLAY 'COMPARE CONTROL FILE LOADED - ' WS-CMPCNT
               ' RECORDS'.
       1100-LOAD-CTL-PARA-EXIT.
           EXIT.
      *
       1200-LOAD-ACT-PARA.
           OPEN INPUT ACTFILE
           IF NOT F2-SUCCESS
             DISPLAY 'APPLY CONTROL FILE NOT OPEN ' WS-FS2
             PERFORM 9100-FATAL-PARA THRU
                     9100-FATAL-PARA-EXIT
           END-IF
           PERFORM UNTIL F2-EOF
             READ ACTFILE
               AT END
                 SET F2-EOF TO TRUE
               NOT AT END
                 IF WS-APLCNT = 500
                   DISPLAY 'APPLY CONTROL FILE EXCEEDS 500 ENTRIES'
                   CLOSE ACTFILE
                   PERFORM 9100-FATAL-PARA THRU
                           9100-FATAL-PARA-EXIT
                 END-IF
                 ADD 1 TO WS-APLCNT
                 MOVE FS-ACTFILE TO AM-REC(WS-APLCNT)
                 MOVE 'N' TO AM-DEL-SW(WS-APLCNT)
                 MOVE ACT-TRANFILE TO WS-TRN-WORK
                 PERFORM 8200-APL-NAME-PARA THRU
                         8200-APL-NAME-PARA-EXIT
                 MOVE WS-APL-NAME TO AM-NAME(WS-APLCNT)
             END-READ
           END-PERFORM
           CLOSE ACTFILE
           DISPLAY 'APPLY CONTROL FILE LOADED - ' WS-APLCNT
               ' RECORDS'.
       1200-LOAD-ACT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    REQUEST LOOP - EACH REQUEST SEES THE EFFECT OF THE ONES
      *    BEFORE IT
       2000-PROCESS-PARA.
           PERFORM UNTIL F3-EOF
             MOVE SPACES TO FS-MNTFILE
             READ MNTFILE
               AT END
                 SET F3-EOF TO TRUE
               NOT AT END
                 PERFORM 2100-REQUEST-PARA THRU
                         2100-REQUEST-PARA-EXIT
             END-READ
           END-PERFORM
           CLOSE MNTFILE
           DISPLAY 'REQUESTS APPLIED ' WS-REQ-APPLIED
               ' REJECTED ' WS-REQ-REJECTED.
       2000-PROCESS-PARA-EXIT.
           EXIT.
      *
      *    ONE REQUEST - THE CHECKS EVERY REQUEST NEEDS, THEN THE
      *    FILE'S OWN LOOK-UP AND FIELD EDITS.  THE REQUEST IS
      *    APPLIED ONLY IF IT FAILED NOTHING
       2100-REQUEST-PARA.
           ADD 1 TO WS-REQ-SEQ
           MOVE 'Y' TO WS-EDIT-SW
           IF MNT-NAME = SPACES
             MOVE 'ENTRY NAME MISSING' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MNT-USER = SPACES
             MOVE 'REQUESTED-BY USER MISSING' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MNT-ACTION NOT = 'A' AND 'C' AND 'D'
             MOVE 'ACTION NOT A, C OR D' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF WS-EDIT-SW = 'Y'
             EVALUATE MNT-FILE
             WHEN 'C'
               PERFORM 2200-CTL-REQUEST-PARA THRU
                       2200-CTL-REQUEST-PARA-EXIT
             WHEN 'A'
               PERFORM 2300-ACT-REQUEST-PARA THRU
                       2300-ACT-REQUEST-PARA-EXIT
             WHEN OTHER
               MOVE 'FILE CODE NOT C (compare.ctl) OR A (apply.ctl)'
                 TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-EVALUATE
           END-IF
      *
           MOVE SPACES TO FS-LSTFILE
           MOVE WS-REQ-SEQ TO LST-SEQ
           MOVE MNT-FILE   TO LST-FILE
           MOVE MNT-ACTION TO LST-ACTION
           MOVE MNT-NAME   TO LST-NAME
           MOVE MNT-USER   TO LST-USER
           IF WS-EDIT-SW = 'Y'
             MOVE 'APPLIED ' TO LST-RESULT
             ADD 1 TO WS-REQ-APPLIED
           ELSE
             MOVE 'REJECTED' TO LST-RESULT
             ADD 1 TO WS-REQ-REJECTED
             MOVE 4 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
           END-IF
           WRITE FS-LSTFILE.
       2100-REQUEST-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    A compare.ctl REQUEST
       2200-CTL-REQUEST-PARA.
           MOVE MNT-NAME TO WS-FIND-NAME
           PERFORM 8000-CTL-FIND-PARA THRU
                   8000-CTL-FIND-PARA-EXIT
           EVALUATE MNT-ACTION
           WHEN 'A'
             IF WS-HIT > 0
               MOVE 'ENTRY ALREADY ON compare.ctl' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
             IF WS-CMPCNT = 500
               MOVE 'compare.ctl WOULD EXCEED 500 ENTRIES'
                 TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
             PERFORM 3000-EDIT-CTL-PARA THRU
                     3000-EDIT-CTL-PARA-EXIT
           WHEN 'C'
             IF WS-HIT = 0
               MOVE 'ENTRY NOT ON compare.ctl' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
             PERFORM 3000-EDIT-CTL-PARA THRU
                     3000-EDIT-CTL-PARA-EXIT
           WHEN 'D'
             IF WS-HIT = 0
               MOVE 'ENTRY NOT ON compare.ctl' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
           END-EVALUATE
           IF WS-EDIT-SW = 'N'
             GO TO 2200-CTL-REQUEST-PARA-EXIT
           END-IF
      *
           ADD 1 TO WS-DONECNT
           MOVE 'C'        TO DN-FILE(WS-DONECNT)
           MOVE MNT-ACTION TO DN-ACTION(WS-DONECNT)
           MOVE MNT-NAME   TO DN-NAME(WS-DONECNT)
           MOVE MNT-USER   TO DN-USER(WS-DONECNT)
           MOVE SPACES     TO DN-BEFORE(WS-DONECNT)
                              DN-AFTER(WS-DONECNT)
           EVALUATE MNT-ACTION
           WHEN 'A'
             ADD 1 TO WS-CMPCNT
             MOVE MNT-NAME  TO CM-NAME(WS-CMPCNT)
             MOVE 'N'       TO CM-MARK-SW(WS-CMPCNT)
                               CM-DEL-SW(WS-CMPCNT)
             MOVE MNT-IMAGE TO CM-REC(WS-CMPCNT)
             MOVE MNT-IMAGE TO DN-AFTER(WS-DONECNT)
           WHEN 'C'
             MOVE CM-REC(WS-HIT) TO DN-BEFORE(WS-DONECNT)
             MOVE MNT-IMAGE TO CM-REC(WS-HIT)
             MOVE MNT-IMAGE TO DN-AFTER(WS-DONECNT)
           WHEN 'D'
             MOVE CM-REC(WS-HIT) TO DN-BEFORE(WS-DONECNT)
             MOVE 'Y' TO CM-DEL-SW(WS-HIT)
           END-EVALUATE.
       2200-CTL-REQUEST-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    AN apply.ctl REQUEST
       2300-ACT-REQUEST-PARA.
           MOVE MNT-NAME TO WS-FIND-NAME
           PERFORM 8050-ACT-FIND-PARA THRU
                   8050-ACT-FIND-PARA-EXIT
           EVALUATE MNT-ACTION
           WHEN 'A'
             IF WS-HIT > 0
               MOVE 'ENTRY ALREADY ON apply.ctl' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
             IF WS-APLCNT = 500
               MOVE 'apply.ctl WOULD EXCEED 500 ENTRIES'
                 TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
             PERFORM 3500-EDIT-ACT-PARA THRU
                     3500-EDIT-ACT-PARA-EXIT
           WHEN 'C'
             IF WS-HIT = 0
               MOVE 'ENTRY NOT ON apply.ctl' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
             PERFORM 3500-EDIT-ACT-PARA THRU
                     3500-EDIT-ACT-PARA-EXIT
           WHEN 'D'
             IF WS-HIT = 0
               MOVE 'ENTRY NOT ON apply.ctl' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
           END-EVALUATE
           IF WS-EDIT-SW = 'N'
             GO TO 2300-ACT-REQUEST-PARA-EXIT
           END-IF
      *
           ADD 1 TO WS-DONECNT
           MOVE 'A'        TO DN-FILE(WS-DONECNT)
           MOVE MNT-ACTION TO DN-ACTION(WS-DONECNT)
           MOVE MNT-NAME   TO DN-NAME(WS-DONECNT)
           MOVE MNT-USER   TO DN-USER(WS-DONECNT)
           MOVE SPACES     TO DN-BEFORE(WS-DONECNT)
                              DN-AFTER(WS-DONECNT)
           EVALUATE MNT-ACTION
           WHEN 'A'
             ADD 1 TO WS-APLCNT
             MOVE MNT-NAME  TO AM-NAME(WS-APLCNT)
             MOVE 'N'       TO AM-DEL-SW(WS-APLCNT)
             MOVE MNT-IMAGE TO AM-REC(WS-APLCNT)
             MOVE MNT-IMAGE(1:251) TO DN-AFTER(WS-DONECNT)
           WHEN 'C'
             MOVE AM-REC(WS-HIT) TO DN-BEFORE(WS-DONECNT)
             MOVE MNT-IMAGE TO AM-REC(WS-HIT)
             MOVE MNT-IMAGE(1:251) TO DN-AFTER(WS-DONECNT)
           WHEN 'D'
             MOVE AM-REC(WS-HIT) TO DN-BEFORE(WS-DONECNT)
             MOVE 'Y' TO AM-DEL-SW(WS-HIT)
           END-EVALUATE.
       2300-ACT-REQUEST-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    FIELD EDITS FOR A compare.ctl IMAGE - THE EDITS COMPARE'S
      *    PRE-FLIGHT MAKES OF THE ENTRY'S FIELDS, SO AN ENTRY THAT
      *    PASSES HERE CANNOT FAIL PRE-FLIGHT ON A MISCODED COLUMN.
      *    (WHETHER ITS FILES EXIST IS STILL A NIGHT-TIME QUESTION.)
      *    A MODE-RECORD MARKER IN INFILE1 IS NOT AN ENTRY
       3000-EDIT-CTL-PARA.
           IF MCT-OUT-PREFIX = SPACES
             MOVE MNT-NAME TO MCT-OUT-PREFIX
           END-IF
           IF MCT-OUT-PREFIX NOT = MNT-NAME
             MOVE 'OUT-PREFIX DIFFERS FROM ENTRY NAME' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-INFILE1 = SPACES
             MOVE 'INFILE1 MISSING' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-INFILE1(1:1) = '*'
             MOVE 'INFILE1 MAY NOT START WITH * (MODE MARKER)'
               TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-INFILE2 = SPACES
             MOVE 'INFILE2 MISSING' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
      *
           IF MCT-CMPR-SW NOT = 'Y' AND 'N' AND SPACE
             MOVE 'INVALID CMPR SWITCH' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-RESTART-SW NOT = 'Y' AND 'N' AND SPACE
             MOVE 'INVALID RESTART SWITCH' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
      *
      *    THE RECORD LENGTH MUST BE NUMERIC AND 6-512 WHEN CODED -
      *    THE KEY RANGES BELOW ARE VALIDATED AGAINST IT
           MOVE 80 TO WS-LRECL
           EVALUATE TRUE
           WHEN MCT-LRECL = SPACES
             CONTINUE
           WHEN MCT-LRECL NOT NUMERIC
             MOVE 'INVALID RECORD LENGTH' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           WHEN OTHER
             MOVE MCT-LRECL TO WS-LRECL
             IF WS-LRECL < 6 OR WS-LRECL > 512
               MOVE 'RECORD LENGTH OUTSIDE 6-512' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
               MOVE 80 TO WS-LRECL
             END-IF
           END-EVALUATE
      *
      *    EACH NON-BLANK SSSEEE GROUP OF THE KEY SPEC MUST BE
      *    NUMERIC WITH 1 <= START <= END <= THE RECORD LENGTH, AND
      *    THE RANGES TOGETHER MUST FIT THE ASSEMBLED KEY
           MOVE 0 TO WS-G
           MOVE 0 TO WS-KB-POS
           PERFORM UNTIL WS-G = 4
             ADD 1 TO WS-G
             IF MCT-KEY-SPEC((WS-G * 6) - 5 : 6) NOT = SPACES
               IF MCT-KEY-SPEC((WS-G * 6) - 5 : 6) IS NUMERIC
                 MOVE MCT-KEY-SPEC((WS-G * 6) - 5 : 3)
                   TO WS-KS-START
                 MOVE MCT-KEY-SPEC((WS-G * 6) - 2 : 3)
                   TO WS-KS-END
                 IF WS-KS-START < 1 OR WS-KS-START > WS-KS-END
                  OR WS-KS-END > WS-LRECL
                   MOVE SPACES TO WS-ERR-MSG
                   STRING 'INVALID KEY RANGE ' DELIMITED BY SIZE
                          MCT-KEY-SPEC((WS-G * 6) - 5 : 6)
                                               DELIMITED BY SIZE
                     INTO WS-ERR-MSG
                   END-STRING
                   PERFORM 8100-EDIT-ERROR-PARA THRU
                           8100-EDIT-ERROR-PARA-EXIT
                 ELSE
                   COMPUTE WS-KB-POS =
                     WS-KB-POS + WS-KS-END - WS-KS-START + 1
                   IF WS-KB-POS > 512
                     MOVE 'KEY RANGES EXCEED 512 BYTES COMBINED'
                       TO WS-ERR-MSG
                     PERFORM 8100-EDIT-ERROR-PARA THRU
                             8100-EDIT-ERROR-PARA-EXIT
                   END-IF
                 END-IF
               ELSE
                 MOVE SPACES TO WS-ERR-MSG
                 STRING 'KEY SPEC NOT NUMERIC ' DELIMITED BY SIZE
                        MCT-KEY-SPEC((WS-G * 6) - 5 : 6)
                                             DELIMITED BY SIZE
                   INTO WS-ERR-MSG
                 END-STRING
                 PERFORM 8100-EDIT-ERROR-PARA THRU
                         8100-EDIT-ERROR-PARA-EXIT
               END-IF
             END-IF
           END-PERFORM
      *
           IF MCT-ARCH-SW NOT = 'Y' AND 'N' AND SPACE
             MOVE 'INVALID ARCHIVE SWITCH' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-ARCH-GENS NOT = SPACES
            AND MCT-ARCH-GENS NOT NUMERIC
             MOVE 'INVALID ARCHIVE GENERATIONS' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
      *
           IF MCT-MAX-UM1-PCT NOT = SPACES
            AND MCT-MAX-UM1-PCT NOT NUMERIC
             MOVE 'INVALID UNMATCHED THRESHOLD' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-MAX-CHG-PCT NOT = SPACES
            AND MCT-MAX-CHG-PCT NOT NUMERIC
             MOVE 'INVALID CHANGED THRESHOLD' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MCT-MAX-DEL NOT = SPACES
            AND MCT-MAX-DEL NOT NUMERIC
             MOVE 'INVALID DELETE THRESHOLD' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
      *
      *    A BLANK STREAM IS STREAM 01 - ANYTHING ELSE MUST BE A
      *    TWO-DIGIT NUMBER
           IF MCT-STREAM NOT = SPACES
            AND MCT-STREAM NOT NUMERIC
             MOVE 'INVALID STREAM ID' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
      *
      *    FREQUENCY - BLANK OR 'D' NIGHTLY, 'Wn' WEEKLY ON DAY 1-7,
      *    'M' MONTH-END, 'Cxxx' CALENDAR CODE xxx
           EVALUATE TRUE
           WHEN MCT-FREQ = SPACES
             CONTINUE
           WHEN MCT-FREQ(1:1) = 'D'
             CONTINUE
           WHEN MCT-FREQ(1:1) = 'W'
             IF MCT-FREQ(2:1) < '1' OR MCT-FREQ(2:1) > '7'
               MOVE 'INVALID WEEKLY FREQUENCY' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
           WHEN MCT-FREQ(1:1) = 'M'
             CONTINUE
           WHEN MCT-FREQ(1:1) = 'C'
             IF MCT-FREQ(2:3) = SPACES
               MOVE 'CALENDAR FREQUENCY WITHOUT A CODE'
                 TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
           WHEN OTHER
             MOVE 'INVALID FREQUENCY' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-EVALUATE
      *
      *    ARRIVAL CUTOFF - BLANK, OR HHMM ON THE 24-HOUR CLOCK
           IF MCT-CUTOFF NOT = SPACES
             IF MCT-CUTOFF NOT NUMERIC
              OR MCT-CUTOFF(1:2) > '23'
              OR MCT-CUTOFF(3:2) > '59'
               MOVE 'INVALID ARRIVAL CUTOFF' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
           END-IF.
       3000-EDIT-CTL-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    FIELD EDITS FOR AN apply.ctl IMAGE - WHAT MUPDATE NEEDS
      *    OF ITS CONTROL RECORD.  AN OUT-OF-RANGE RECORD LENGTH
      *    THAT MUPDATE WOULD QUIETLY TREAT AS 80 IS REFUSED HERE
       3500-EDIT-ACT-PARA.
           IF MAC-TRANFILE = SPACES
             STRING FUNCTION TRIM(MNT-NAME) DELIMITED BY SIZE
                    'tran.txt'              DELIMITED BY SIZE
               INTO MAC-TRANFILE
             END-STRING
           END-IF
           MOVE MAC-TRANFILE TO WS-TRN-WORK
           PERFORM 8200-APL-NAME-PARA THRU
                   8200-APL-NAME-PARA-EXIT
           IF WS-APL-NAME NOT = MNT-NAME
             MOVE 'TRANSACTION FILE IS NOT <ENTRY NAME>tran.txt'
               TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MAC-MASTER = SPACES
             MOVE 'MASTER FILE MISSING' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MAC-NEWMAST = SPACES
             MOVE 'NEW MASTER FILE MISSING' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           IF MAC-NEWMAST = MAC-MASTER AND MAC-MASTER NOT = SPACES
             MOVE 'NEW MASTER WOULD OVERWRITE THE MASTER'
               TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF
           EVALUATE TRUE
           WHEN MAC-LRECL = SPACES
             CONTINUE
           WHEN MAC-LRECL NOT NUMERIC
             MOVE 'INVALID RECORD LENGTH' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           WHEN OTHER
             MOVE MAC-LRECL TO WS-LRECL
             IF WS-LRECL < 6 OR WS-LRECL > 512
               MOVE 'RECORD LENGTH OUTSIDE 6-512' TO WS-ERR-MSG
               PERFORM 8100-EDIT-ERROR-PARA THRU
                       8100-EDIT-ERROR-PARA-EXIT
             END-IF
           END-EVALUATE
           IF MAC-BKO-DATE NOT = SPACES
            AND MAC-BKO-DATE NOT NUMERIC
             MOVE 'INVALID BACKOUT DATE' TO WS-ERR-MSG
             PERFORM 8100-EDIT-ERROR-PARA THRU
                     8100-EDIT-ERROR-PARA-EXIT
           END-IF.
       3500-EDIT-ACT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    CROSS-CHECK THE PAIR AS IT NOW STANDS - EVERY compare.ctl
      *    ENTRY NEEDS EXACTLY ONE apply.ctl ENTRY FOR ITS OUT-PREFIX
      *    AT THE SAME RECORD LENGTH, AND NO NAME MAY APPEAR TWICE IN
      *    EITHER FILE.  AN apply.ctl ENTRY WITH NO compare.ctl
      *    ENTRY FEEDING IT IS ONLY A WARNING - ITS TRANSACTIONS
      *    MAY COME FROM ELSEWHERE
       4000-CROSS-CHECK-PARA.
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-CMPCNT
             ADD 1 TO WS-C1
             IF CM-DEL-SW(WS-C1) = 'N' AND CM-MARK-SW(WS-C1) = 'N'
               PERFORM 4100-XCHK-CTL-PARA THRU
                       4100-XCHK-CTL-PARA-EXIT
             END-IF
           END-PERFORM
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-APLCNT
             ADD 1 TO WS-C1
             IF AM-DEL-SW(WS-C1) = 'N'
               PERFORM 4200-XCHK-ACT-PARA THRU
                       4200-XCHK-ACT-PARA-EXIT
             END-IF
           END-PERFORM
           IF NOT WS-XCHK-PASSED
             DISPLAY 'CROSS-CHECK FAILED - CONTROL FILES NOT WRITTEN'
             MOVE 8 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
           END-IF.
       4000-CROSS-CHECK-PARA-EXIT.
           EXIT.
      *
      *    THE compare.ctl ENTRY AT WS-C1
       4100-XCHK-CTL-PARA.
           MOVE 0 TO WS-C2
           PERFORM UNTIL WS-C2 >= WS-C1 - 1
             ADD 1 TO WS-C2
             IF CM-DEL-SW(WS-C2) = 'N'
              AND CM-NAME(WS-C2) = CM-NAME(WS-C1)
               MOVE SPACES TO FS-LSTFILE
               MOVE 'C' TO LST-FILE
               MOVE CM-NAME(WS-C1) TO LST-NAME
               MOVE 'OUT-PREFIX ON compare.ctl MORE THAN ONCE'
                 TO WS-ERR-MSG
               PERFORM 8150-XCHK-ERROR-PARA THRU
                       8150-XCHK-ERROR-PARA-EXIT
               MOVE WS-C1 TO WS-C2
             END-IF
           END-PERFORM
           MOVE CM-NAME(WS-C1) TO WS-FIND-NAME
           PERFORM 8050-ACT-FIND-PARA THRU
                   8050-ACT-FIND-PARA-EXIT
           IF WS-HIT = 0
             MOVE SPACES TO FS-LSTFILE
             MOVE 'C' TO LST-FILE
             MOVE CM-NAME(WS-C1) TO LST-NAME
             MOVE 'NO apply.ctl ENTRY FOR THIS OUT-PREFIX'
               TO WS-ERR-MSG
             PERFORM 8150-XCHK-ERROR-PARA THRU
                     8150-XCHK-ERROR-PARA-EXIT
             GO TO 4100-XCHK-CTL-PARA-EXIT
           END-IF
      *    BLANK MEANS 80 ON BOTH FILES
           MOVE CM-REC(WS-C1) TO FS-NEWCTL
           MOVE AM-REC(WS-HIT) TO FS-NEWACT
           MOVE 80 TO WS-LRECL WS-LRECL2
           IF NCT-LRECL IS NUMERIC
             MOVE NCT-LRECL TO WS-LRECL
           END-IF
           IF NAC-LRECL IS NUMERIC
             MOVE NAC-LRECL TO WS-LRECL2
           END-IF
           IF WS-LRECL NOT = WS-LRECL2
             MOVE SPACES TO FS-LSTFILE
             MOVE 'C' TO LST-FILE
             MOVE CM-NAME(WS-C1) TO LST-NAME
             MOVE 'RECORD LENGTH DIFFERS FROM ITS apply.ctl ENTRY'
               TO WS-ERR-MSG
             PERFORM 8150-XCHK-ERROR-PARA THRU
                     8150-XCHK-ERROR-PARA-EXIT
           END-IF.
       4100-XCHK-CTL-PARA-EXIT.
           EXIT.
      *
      *    THE apply.ctl ENTRY AT WS-C1
       4200-XCHK-ACT-PARA.
           IF AM-NAME(WS-C1) = SPACES
             GO TO 4200-XCHK-ACT-PARA-EXIT
           END-IF
           MOVE 0 TO WS-C2
           PERFORM UNTIL WS-C2 >= WS-C1 - 1
             ADD 1 TO WS-C2
             IF AM-DEL-SW(WS-C2) = 'N'
              AND AM-NAME(WS-C2) = AM-NAME(WS-C1)
               MOVE SPACES TO FS-LSTFILE
               MOVE 'A' TO LST-FILE
               MOVE AM-NAME(WS-C1) TO LST-NAME
               MOVE 'TRANSACTION FILE ON apply.ctl MORE THAN ONCE'
                 TO WS-ERR-MSG
               PERFORM 8150-XCHK-ERROR-PARA THRU
                       8150-XCHK-ERROR-PARA-EXIT
               MOVE WS-C1 TO WS-C2
             END-IF
           END-PERFORM
           MOVE AM-NAME(WS-C1) TO WS-FIND-NAME
           PERFORM 8000-CTL-FIND-PARA THRU
                   8000-CTL-FIND-PARA-EXIT
           IF WS-HIT = 0
             MOVE SPACES TO FS-LSTFILE
             MOVE 'A' TO LST-FILE
             MOVE AM-NAME(WS-C1) TO LST-NAME
             MOVE 'WARNING ' TO LST-RESULT
             MOVE 'NO compare.ctl ENTRY WRITES THIS TRANSACTION FILE'
               TO LST-MSG
             WRITE FS-LSTFILE
             DISPLAY 'WARNING ' AM-NAME(WS-C1) ' ' LST-MSG
           END-IF.
       4200-XCHK-ACT-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    WRITE THE MAINTAINED PAIR AND LOG THE APPLIED REQUESTS -
      *    ONLY WHEN THE CROSS-CHECK PASSED AND SOMETHING CHANGED
       5000-WRITE-PARA.
           IF NOT WS-XCHK-PASSED
             GO TO 5000-WRITE-PARA-EXIT
           END-IF
           IF WS-DONECNT = 0
             DISPLAY 'NO REQUESTS APPLIED - CONTROL FILES NOT WRITTEN'
             GO TO 5000-WRITE-PARA-EXIT
           END-IF
      *
           OPEN OUTPUT NEWCTL
           IF NOT F4-SUCCESS
             DISPLAY 'NEW COMPARE CONTROL FILE NOT OPEN ' WS-FS4
             PERFORM 9100-FATAL-PARA THRU
                     9100-FATAL-PARA-EXIT
           END-IF
           OPEN OUTPUT NEWACT
           IF NOT F5-SUCCESS
             DISPLAY 'NEW APPLY CONTROL FILE NOT OPEN ' WS-FS5
             CLOSE NEWCTL
             PERFORM 9100-FATAL-PARA THRU
                     9100-FATAL-PARA-EXIT
           END-IF
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-CMPCNT
             ADD 1 TO WS-C1
             IF CM-DEL-SW(WS-C1) = 'N'
               MOVE CM-REC(WS-C1) TO FS-NEWCTL
               WRITE FS-NEWCTL
             END-IF
           END-PERFORM
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-APLCNT
             ADD 1 TO WS-C1
             IF AM-DEL-SW(WS-C1) = 'N'
               MOVE AM-REC(WS-C1) TO FS-NEWACT
               WRITE FS-NEWACT
             END-IF
           END-PERFORM
           CLOSE NEWCTL
           CLOSE NEWACT
           DISPLAY 'NEW CONTROL FILES WRITTEN'
      *
           OPEN EXTEND LOGFILE
           IF NOT F7-SUCCESS AND WS-FS7 NOT = 05
             DISPLAY 'CHANGE LOG NOT OPEN ' WS-FS7
                 ' - CHANGES NOT LOGGED'
             MOVE 8 TO WS-RC-CAND
             PERFORM 8300-RAISE-RC-PARA THRU
                     8300-RAISE-RC-PARA-EXIT
             GO TO 5000-WRITE-PARA-EXIT
           END-IF
           MOVE 0 TO WS-C1
           PERFORM UNTIL WS-C1 = WS-DONECNT
             ADD 1 TO WS-C1
             PERFORM 5100-LOG-PARA THRU
                     5100-LOG-PARA-EXIT
           END-PERFORM
           CLOSE LOGFILE.
       5000-WRITE-PARA-EXIT.
           EXIT.
      *
      *    THE CHANGE-LOG IMAGES FOR THE APPLIED REQUEST AT WS-C1
       5100-LOG-PARA.
           MOVE SPACES TO FS-LOGFILE
           MOVE WS-JOB-STAMP(1:8) TO LOG-RUN-DATE
           MOVE WS-JOB-STAMP(9:8) TO LOG-RUN-TIME
           MOVE DN-USER(WS-C1)   TO LOG-USER
           MOVE DN-FILE(WS-C1)   TO LOG-FILE
           MOVE DN-ACTION(WS-C1) TO LOG-ACTION
           MOVE DN-NAME(WS-C1)   TO LOG-NAME
           IF DN-ACTION(WS-C1) NOT = 'A'
             MOVE 'BEFORE' TO LOG-IMAGE
             MOVE DN-BEFORE(WS-C1) TO LOG-DATA
             WRITE FS-LOGFILE
           END-IF
           IF DN-ACTION(WS-C1) NOT = 'D'
             MOVE 'AFTER ' TO LOG-IMAGE
             MOVE DN-AFTER(WS-C1) TO LOG-DATA
             WRITE FS-LOGFILE
           END-IF.
       5100-LOG-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    FIND WS-FIND-NAME AMONG THE LIVE compare.ctl ENTRIES
       8000-CTL-FIND-PARA.
           MOVE 0 TO WS-HIT
           MOVE 0 TO WS-C2
           PERFORM UNTIL WS-C2 = WS-CMPCNT OR WS-HIT > 0
             ADD 1 TO WS-C2
             IF CM-NAME(WS-C2) = WS-FIND-NAME
              AND CM-DEL-SW(WS-C2) = 'N'
              AND CM-MARK-SW(WS-C2) = 'N'
               MOVE WS-C2 TO WS-HIT
             END-IF
           END-PERFORM.
       8000-CTL-FIND-PARA-EXIT.
           EXIT.
      *
      *    FIND WS-FIND-NAME AMONG THE LIVE apply.ctl ENTRIES
       8050-ACT-FIND-PARA.
           MOVE 0 TO WS-HIT
           MOVE 0 TO WS-C2
           PERFORM UNTIL WS-C2 = WS-APLCNT OR WS-HIT > 0
             ADD 1 TO WS-C2
             IF AM-NAME(WS-C2) = WS-FIND-NAME
              AND AM-DEL-SW(WS-C2) = 'N'
               MOVE WS-C2 TO WS-HIT
             END-IF
           END-PERFORM.
       8050-ACT-FIND-PARA-EXIT.
           EXIT.
      *
      *    ONE FAILED EDIT OF THE REQUEST IN HAND - THE CALLER LEAVES
      *    THE MESSAGE IN WS-ERR-MSG.  THE REQUEST WILL BE REJECTED
       8100-EDIT-ERROR-PARA.
           MOVE 'N' TO WS-EDIT-SW
           MOVE SPACES TO FS-LSTFILE
           MOVE WS-REQ-SEQ TO LST-SEQ
           MOVE MNT-FILE   TO LST-FILE
           MOVE MNT-ACTION TO LST-ACTION
           MOVE MNT-NAME   TO LST-NAME
           MOVE MNT-USER   TO LST-USER
           MOVE 'ERROR   ' TO LST-RESULT
           MOVE WS-ERR-MSG TO LST-MSG
           WRITE FS-LSTFILE
           DISPLAY 'REQUEST ' WS-REQ-SEQ ' ' WS-ERR-MSG.
       8100-EDIT-ERROR-PARA-EXIT.
           EXIT.
      *
      *    ONE CROSS-CHECK FAILURE - THE CALLER LEAVES THE FILE CODE
      *    AND NAME IN LST-FILE/LST-NAME AND THE MESSAGE IN
      *    WS-ERR-MSG
       8150-XCHK-ERROR-PARA.
           MOVE 'N' TO WS-XCHK-SW
           MOVE 0 TO LST-SEQ
           MOVE SPACE TO LST-ACTION
           MOVE SPACES TO LST-USER
           MOVE 'XCHECK  ' TO LST-RESULT
           MOVE WS-ERR-MSG TO LST-MSG
           WRITE FS-LSTFILE
           DISPLAY 'CROSS-CHECK ' LST-NAME ' ' WS-ERR-MSG.
       8150-XCHK-ERROR-PARA-EXIT.
           EXIT.
      *
      *    ENTRY NAME OF AN apply.ctl TRANSACTION FILE IN
      *    WS-TRN-WORK - THE OUT-PREFIX IN FRONT OF THE 'tran.txt'
      *    COMPARE APPENDS, OR SPACES WHEN IT DOES NOT END THAT WAY
       8200-APL-NAME-PARA.
           MOVE SPACES TO WS-APL-NAME
           MOVE 60 TO WS-L
           PERFORM UNTIL WS-L = 0
            OR WS-TRN-WORK(WS-L:1) NOT = SPACE
             SUBTRACT 1 FROM WS-L
           END-PERFORM
           IF WS-L > 8 AND WS-L < 49
             IF WS-TRN-WORK(WS-L - 7 : 8) = 'tran.txt'
               MOVE WS-TRN-WORK(1 : WS-L - 8) TO WS-APL-NAME
             END-IF
           END-IF.
       8200-APL-NAME-PARA-EXIT.
           EXIT.
      ******************************************************************
      *    GRADE THE RUN SEVERITY - THE CALLER LEAVES ITS CANDIDATE
      *    IN WS-RC-CAND AND THE WORST SEVERITY SEEN SO FAR WINS
       8300-RAISE-RC-PARA.
           IF WS-RC-CAND > WS-JOB-RC
             MOVE WS-RC-CAND TO WS-JOB-RC
           END-IF.
       8300-RAISE-RC-PARA-EXIT.
           EXIT.
      ******************************************************************
       9000-TERM-PARA.
           CLOSE LSTFILE
           DISPLAY 'MAINTENANCE SEVERITY ' WS-JOB-RC
           MOVE WS-JOB-RC TO RETURN-CODE
           STOP RUN.
       9000-TERM-PARA-EXIT.
           EXIT.
      *
      *    A FILE THE RUN CANNOT DO WITHOUT - STOP AT 16 WITH NOTHING
      *    WRITTEN
       9100-FATAL-PARA.
           MOVE 16 TO WS-RC-CAND
           PERFORM 8300-RAISE-RC-PARA THRU
                   8300-RAISE-RC-PARA-EXIT
           PERFORM 9000-TERM-PARA THRU
                   9000-TERM-PARA-EXIT.
       9100-FATAL-PARA-EXIT.
           EXIT.
      ******************************************************************
       END PROGRAM CTLMAINT.
