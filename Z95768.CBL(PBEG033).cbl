       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG033.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * AUDIT HISTORY RETENTION AND COMPACTION
      *
      * PBEG018 ONLY EVER APPENDS TO THE AUDIT HISTORY (AUDHIST).
      * THIS PROGRAM MOVES EVERY STAMPED DETAIL RECORD POSTED BEFORE
      * THE CUTOFF MONTH TO THE OFFLINE ARCHIVE (AUDARCH, CATALOGUED
      * UNDER THE RUN DATE) AND LEAVES IN ITS PLACE ONE MONTHLY
      * SUMMARY RECORD PER ID, DOVIZ AND MONTH:
      *   AUD-ISLEM-TIPI  0 (NO DETAIL RECORD CARRIES TIPI 0)
      *   OLD BALANCE     OPENING - OLD BALANCE OF THE MONTH'S FIRST
      *                   RECORD
      *   NEW BALANCE     CLOSING - NEW BALANCE OF THE MONTH'S LAST
      *                   RECORD
      *   MOVEMENT        SUM OF (NEW - OLD) OVER THE MONTH, IN THE
      *                   OLD/NEW DATE POSITIONS
      *   POST DATE       LAST POSTING DATE IN THE MONTH
      *   MONTH           YYYYMM, IN THE POSTING TIME POSITION
      *   PROGRAM         'PBEG033'
      *   COUNT           DETAIL RECORDS SUMMARISED, IN THE SEQUENCE
      *                   POSITION
      * OPENING AND CLOSING SIT WHERE A DETAIL RECORD KEEPS ITS OLD
      * AND NEW BALANCE, SO A STATEMENT OVER THE HISTORY (PBEG016)
      * STILL TAKES THE CORRECT OPENING POSITION FROM THE FIRST
      * RECORD IT MEETS FOR A CURRENCY.
      *
      * UNSTAMPED RECORDS (POSTING DATE ZERO OR NOT NUMERIC) HAVE NO
      * MONTH AND ARE ALWAYS KEPT. THE NEW HISTORY STAYS IN POSTING
      * ORDER: THE UNSTAMPED RECORDS AND THE SUMMARIES LEFT BY
      * EARLIER RUNS, TONIGHT'S SUMMARIES IN MONTH/ID/DOVIZ ORDER,
      * THEN EVERY OTHER KEPT RECORD IN ITS ORIGINAL ORDER.
      *
      * AUDHIST IS REWRITTEN ONLY WHEN THE CONTROL REPORT (RETCTL)
      * PROVES THAT THE DETAIL REMOVED EQUALS BOTH THE SUMMARIES
      * WRITTEN AND THE ARCHIVE AS READ BACK, IN RECORD COUNT AND IN
      * MOVEMENT TOTAL. OTHERWISE AUDHIST IS LEFT AS IT WAS AND THE
      * RUN ENDS WITH RETURN CODE 8. THE KEPT RECORDS ARE HELD ON
      * HISWORK AND THE SUMMARIES ON SUMWORK UNTIL THE REWRITE ENDS.
      *
      * RUNS AT MONTH START, AFTER PBEG018.
      *
      * COMMAND LINE:
      *    POS 1-6  CUTOFF MONTH YYYYMM - DETAIL POSTED BEFORE THE
      *             FIRST OF THIS MONTH IS MOVED. NOT LATER THAN THE
      *             RUNCTL BUSINESS MONTH.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIS-FILE ASSIGN TO AUDHIST
                           STATUS CHECK-FILE-HIS.
           SELECT ARC-FILE ASSIGN TO AUDARCH
                           STATUS CHECK-FILE-ARC.
           SELECT HWK-FILE ASSIGN TO HISWORK
                           STATUS CHECK-FILE-HWK.
           SELECT SMW-FILE ASSIGN TO SUMWORK
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY SMW-KEY
                           STATUS CHECK-FILE-SMW.
           SELECT CTL-FILE ASSIGN TO RETCTL
                           STATUS CHECK-FILE-CTL.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  HIS-FILE RECORDING MODE F.
         01  HIS-REC.
           05 HIS-ISLEM-TIPI         PIC 9(01).
              88 HIS-MONTH-SUMMARY               VALUE 0.
           05 HIS-ID                 PIC 9(05).
           05 HIS-DOVIZ              PIC 9(03).
           05 HIS-OLD-BALANCE        PIC S9(15) COMP-3.
           05 HIS-NEW-BALANCE        PIC S9(15) COMP-3.
           05 HIS-OLD-DATE           PIC S9(8)  COMP-3.
           05 HIS-NEW-DATE           PIC S9(8)  COMP-3.
           05 HIS-POST-DATE          PIC 9(08).
           05 HIS-POST-TIME          PIC 9(06).
           05 HIS-RUN-NUMBER         PIC 9(05).
           05 HIS-PROGRAM            PIC X(08).
           05 HIS-SEQ                PIC 9(07).
      *    MONTHLY SUMMARY VIEW OF THE SAME RECORD (TIPI 0).
         01  HIS-SUM-REC.
           05 HIS-SUM-TIPI           PIC 9(01).
           05 HIS-SUM-ID             PIC 9(05).
           05 HIS-SUM-DOVIZ          PIC 9(03).
           05 HIS-SUM-OPENING        PIC S9(15) COMP-3.
           05 HIS-SUM-CLOSING        PIC S9(15) COMP-3.
           05 HIS-SUM-MOVEMENT       PIC S9(15) COMP-3.
           05 FILLER                 PIC X(02).
           05 HIS-SUM-LAST-DATE      PIC 9(08).
           05 HIS-SUM-MONTH          PIC 9(06).
           05 HIS-SUM-RUN-NUMBER     PIC 9(05).
           05 HIS-SUM-PROGRAM        PIC X(08).
           05 HIS-SUM-COUNT          PIC 9(07).
       FD  ARC-FILE RECORDING MODE F.
         01  ARC-REC.
           05 ARC-ISLEM-TIPI         PIC 9(01).
           05 ARC-ID                 PIC 9(05).
           05 ARC-DOVIZ              PIC 9(03).
           05 ARC-OLD-BALANCE        PIC S9(15) COMP-3.
           05 ARC-NEW-BALANCE        PIC S9(15) COMP-3.
           05 ARC-OLD-DATE           PIC S9(8)  COMP-3.
           05 ARC-NEW-DATE           PIC S9(8)  COMP-3.
           05 ARC-POST-DATE          PIC 9(08).
           05 ARC-POST-TIME          PIC 9(06).
           05 ARC-RUN-NUMBER         PIC 9(05).
           05 ARC-PROGRAM            PIC X(08).
           05 ARC-SEQ                PIC 9(07).
       FD  HWK-FILE RECORDING MODE F.
         01  HWK-REC.
           05 HWK-ISLEM-TIPI         PIC 9(01).
              88 HWK-MONTH-SUMMARY               VALUE 0.
           05 FILLER                 PIC X(34).
           05 HWK-POST-DATE          PIC 9(08).
           05 FILLER                 PIC X(26).
      *    ONE ACCUMULATOR PER MONTH, ID AND DOVIZ BEING REMOVED.
       FD  SMW-FILE.
         01  SMW-REC.
           05 SMW-KEY.
             10 SMW-MONTH            PIC 9(06).
             10 SMW-ID               PIC 9(05).
             10 SMW-DOVIZ            PIC 9(03).
           05 SMW-OPENING            PIC S9(15) COMP-3.
           05 SMW-CLOSING            PIC S9(15) COMP-3.
           05 SMW-MOVEMENT           PIC S9(15) COMP-3.
           05 SMW-COUNT              PIC 9(07).
           05 SMW-LAST-DATE          PIC 9(08).
       FD  CTL-FILE RECORDING MODE F.
         01  CTL-REC                 PIC X(80).
      *    RUN CONTROL RECORD, MAINTAINED BY PBEG032.
       FD  RCT-FILE.
         01  RCT-REC.
           05 RCT-STEP               PIC X(08).
           05 RCT-SEQUENCE           PIC 9(03).
           05 RCT-PREDECESSOR        PIC X(08).
           05 RCT-STATUS             PIC X(01).
              88 RCT-PENDING                     VALUE 'P'.
              88 RCT-RUNNING                     VALUE 'R'.
              88 RCT-COMPLETE                    VALUE 'C'.
              88 RCT-FAILED                      VALUE 'F'.
              88 RCT-BYPASSED                    VALUE 'X'.
           05 RCT-BUSINESS-DATE      PIC 9(08).
           05 RCT-RUN-NUMBER         PIC 9(05).
           05 RCT-START-DATE         PIC 9(08).
           05 RCT-START-TIME         PIC 9(06).
           05 RCT-END-DATE           PIC 9(08).
           05 RCT-END-TIME           PIC 9(06).
           05 RCT-RETURN-CODE        PIC 9(04).
           05 FILLER                 PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CHECK-FILE-RCT         PIC 9(2).
              88 RCT-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-HIS         PIC 9(2).
              88 HIS-FILE-EOF                     VALUE 10.
              88 HIS-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-ARC         PIC 9(2).
              88 ARC-FILE-EOF                     VALUE 10.
              88 ARC-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-HWK         PIC 9(2).
              88 HWK-FILE-EOF                     VALUE 10.
              88 HWK-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-SMW         PIC 9(2).
              88 SMW-FILE-EOF                     VALUE 10.
              88 SMW-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-CTL         PIC 9(2).
              88 CTL-FILE-SUCCESS                 VALUE 00 97.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-CUTOFF-X            PIC X(06)  VALUE SPACES.
           05 WS-CUTOFF-MONTH        PIC 9(06)  VALUE 0.
           05 WS-CUTOFF-MM           PIC 9(02)  VALUE 0.
           05 WS-BUSINESS-MONTH      PIC 9(06)  VALUE 0.
           05 WS-POST-MONTH          PIC 9(06)  VALUE 0.
           05 WS-MOVEMENT            PIC S9(15) COMP-3 VALUE 0.
           05 WS-SMW-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
              88 WS-SMW-FOUND                    VALUE 'Y'.
           05 WS-PROOF-SWITCH        PIC X(01)  VALUE 'N'.
              88 WS-PROOF-AGREES                 VALUE 'Y'.
       01  WS-CNT-HIS-READ           PIC 9(09)  VALUE 0.
       01  WS-CNT-SUM-CARRIED        PIC 9(09)  VALUE 0.
       01  WS-CNT-UNSTAMPED          PIC 9(09)  VALUE 0.
       01  WS-CNT-KEPT               PIC 9(09)  VALUE 0.
       01  WS-CNT-REMOVED            PIC 9(09)  VALUE 0.
       01  WS-CNT-ARC-READ           PIC 9(09)  VALUE 0.
       01  WS-CNT-SUM-WRITTEN        PIC 9(09)  VALUE 0.
       01  WS-CNT-SUM-DETAIL         PIC 9(09)  VALUE 0.
       01  WS-CNT-REWRITTEN          PIC 9(09)  VALUE 0.
       01  WS-CNT-EXPECTED           PIC 9(09)  VALUE 0.
       01  WS-REMOVED-TOTAL          PIC S9(15) COMP-3 VALUE 0.
       01  WS-ARC-TOTAL              PIC S9(15) COMP-3 VALUE 0.
       01  WS-SUM-TOTAL              PIC S9(15) COMP-3 VALUE 0.
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL           PIC X(30).
           05 WS-CTL-VALUE           PIC -(14)9.
      *    BUSINESS DATE AND RUN NUMBER FROM THE RUN CONTROL FILE,
      *    AND WHETHER THIS RUN HAS MARKED ITS CHAIN STEP STARTED.
       01  WS-RUN-CONTROL-AREA.
           05 WS-RCT-BUSINESS-DATE   PIC 9(08)  VALUE 0.
           05 WS-RCT-RUN-NUMBER      PIC 9(05)  VALUE 0.
           05 WS-RCT-PREDECESSOR     PIC X(08)  VALUE SPACES.
           05 WS-RCT-TIME-RAW        PIC 9(08)  VALUE 0.
           05 WS-RCT-REFUSE-REASON   PIC X(40)  VALUE SPACES.
           05 WS-RCT-DEFINED-SWITCH  PIC X(01)  VALUE 'N'.
              88 WS-RCT-STEP-DEFINED             VALUE 'Y'.
           05 WS-RCT-STARTED-SWITCH  PIC X(01)  VALUE 'N'.
              88 WS-RCT-STEP-STARTED             VALUE 'Y'.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H010-START-STEP.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-READ-HISTORY.
           PERFORM H210-SPLIT-ONE UNTIL HIS-FILE-EOF.
           CLOSE HIS-FILE.
           CLOSE ARC-FILE.
           CLOSE HWK-FILE.
           PERFORM H400-PROVE-REMOVAL.
           IF WS-PROOF-AGREES AND WS-CNT-REMOVED > 0
              PERFORM H500-REWRITE-HISTORY
           END-IF.
           PERFORM H900-WRITE-CONTROL-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *-----
      * THE BUSINESS DATE AND RUN NUMBER COME FROM THE RUN CONTROL
      * FILE (RUNCTL, MAINTAINED BY PBEG032). WHEN THIS PROGRAM IS
      * DEFINED THERE AS A STEP OF THE NIGHTLY CHAIN IT STARTS ONLY
      * ONCE ITS PREDECESSOR IS COMPLETE FOR THE SAME DATE, AND ONLY
      * ONCE PER DATE UNLESS THE OPERATOR RESETS IT.
      *-----
       H010-START-STEP.
           OPEN I-O RCT-FILE.
           IF (CHECK-FILE-RCT NOT = 97) AND (CHECK-FILE-RCT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RCT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'CONTROL' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'NO CONTROL RECORD ON RUNCTL'
                       TO WS-RCT-REFUSE-REASON
                   PERFORM H015-REFUSE-START
           END-READ.
           MOVE RCT-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE.
           MOVE RCT-RUN-NUMBER TO WS-RCT-RUN-NUMBER.
           MOVE 'PBEG033' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RCT-DEFINED-SWITCH
               NOT INVALID KEY
                   SET WS-RCT-STEP-DEFINED TO TRUE
           END-READ.
           IF WS-RCT-STEP-DEFINED
              PERFORM H012-CHECK-STEP
           END-IF.
           CLOSE RCT-FILE.
       H010-END. EXIT.
      *-----
       H012-CHECK-STEP.
           IF RCT-COMPLETE AND RCT-BUSINESS-DATE = WS-RCT-BUSINESS-DATE
              MOVE 'STEP ALREADY COMPLETE FOR THIS DATE'
                  TO WS-RCT-REFUSE-REASON
              PERFORM H015-REFUSE-START
           END-IF.
           MOVE RCT-PREDECESSOR TO WS-RCT-PREDECESSOR.
           IF WS-RCT-PREDECESSOR NOT = SPACES
              MOVE WS-RCT-PREDECESSOR TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      MOVE 'PREDECESSOR STEP NOT DEFINED'
                          TO WS-RCT-REFUSE-REASON
                      PERFORM H015-REFUSE-START
              END-READ
              IF (NOT RCT-COMPLETE AND NOT RCT-BYPASSED)
                 OR RCT-BUSINESS-DATE NOT = WS-RCT-BUSINESS-DATE
                 STRING 'PREDECESSOR ' WS-RCT-PREDECESSOR
                        ' NOT COMPLETE' DELIMITED BY SIZE
                     INTO WS-RCT-REFUSE-REASON
                 PERFORM H015-REFUSE-START
              END-IF
           END-IF.
           MOVE 'PBEG033' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'STEP RECORD LOST ON RUNCTL'
                       TO WS-RCT-REFUSE-REASON
                   PERFORM H015-REFUSE-START
           END-READ.
           SET RCT-RUNNING TO TRUE.
           MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE.
           MOVE WS-RCT-RUN-NUMBER TO RCT-RUN-NUMBER.
           ACCEPT RCT-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCT-TIME-RAW FROM TIME.
           MOVE WS-RCT-TIME-RAW (1:6) TO RCT-START-TIME.
           MOVE 0 TO RCT-END-DATE RCT-END-TIME RCT-RETURN-CODE.
           REWRITE RCT-REC.
           SET WS-RCT-STEP-STARTED TO TRUE.
       H012-END. EXIT.
      *-----
       H015-REFUSE-START.
           DISPLAY 'PBEG033 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-CMDLINE (1:6) TO WS-CUTOFF-X.
           COMPUTE WS-BUSINESS-MONTH = WS-RCT-BUSINESS-DATE / 100.
           IF WS-CUTOFF-X NOT NUMERIC
              DISPLAY 'PBEG033 CUTOFF MONTH MISSING OR NOT NUMERIC: '
                  WS-CUTOFF-X
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE WS-CUTOFF-X TO WS-CUTOFF-MONTH.
           MOVE WS-CUTOFF-X (5:2) TO WS-CUTOFF-MM.
           IF WS-CUTOFF-MM < 1 OR WS-CUTOFF-MM > 12
              OR WS-CUTOFF-MONTH > WS-BUSINESS-MONTH
              DISPLAY 'PBEG033 CUTOFF MONTH NOT VALID: ' WS-CUTOFF-X
                  ' BUSINESS MONTH ' WS-BUSINESS-MONTH
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           OPEN INPUT  HIS-FILE.
           OPEN OUTPUT ARC-FILE.
           OPEN OUTPUT HWK-FILE.
           OPEN OUTPUT SMW-FILE.
           OPEN OUTPUT CTL-FILE.
           IF (CHECK-FILE-HIS NOT = 97) AND (CHECK-FILE-HIS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HIS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-ARC NOT = 97) AND (CHECK-FILE-ARC NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ARC
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HWK NOT = 97) AND (CHECK-FILE-HWK NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HWK
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-SMW NOT = 97) AND (CHECK-FILE-SMW NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SMW
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CTL NOT = 97) AND (CHECK-FILE-CTL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
      *    THE WORK FILE IS CREATED EMPTY, THEN UPDATED IN PLACE.
           CLOSE SMW-FILE.
           OPEN I-O SMW-FILE.
           IF (CHECK-FILE-SMW NOT = 97) AND (CHECK-FILE-SMW NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SMW
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H100-END. EXIT.
      *-----
       H200-READ-HISTORY.
           READ HIS-FILE
               AT END SET HIS-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *-----
      * EVERY HISTORY RECORD IS EITHER KEPT (TO HISWORK) OR REMOVED
      * (TO THE ARCHIVE AND INTO ITS MONTH'S SUMMARY), NEVER BOTH.
      *-----
       H210-SPLIT-ONE.
           ADD 1 TO WS-CNT-HIS-READ.
           EVALUATE TRUE
               WHEN HIS-MONTH-SUMMARY
                   ADD 1 TO WS-CNT-SUM-CARRIED
                   PERFORM H220-KEEP-ONE
               WHEN HIS-POST-DATE NOT NUMERIC
                   ADD 1 TO WS-CNT-UNSTAMPED
                   PERFORM H220-KEEP-ONE
               WHEN HIS-POST-DATE = 0
                   ADD 1 TO WS-CNT-UNSTAMPED
                   PERFORM H220-KEEP-ONE
               WHEN OTHER
                   MOVE HIS-POST-DATE (1:6) TO WS-POST-MONTH
                   IF WS-POST-MONTH < WS-CUTOFF-MONTH
                      PERFORM H230-REMOVE-ONE
                   ELSE
                      ADD 1 TO WS-CNT-KEPT
                      PERFORM H220-KEEP-ONE
                   END-IF
           END-EVALUATE.
           PERFORM H200-READ-HISTORY.
       H210-END. EXIT.
      *-----
       H220-KEEP-ONE.
           MOVE HIS-REC TO HWK-REC.
           WRITE HWK-REC.
       H220-END. EXIT.
      *-----
       H230-REMOVE-ONE.
           COMPUTE WS-MOVEMENT = HIS-NEW-BALANCE - HIS-OLD-BALANCE.
           ADD 1 TO WS-CNT-REMOVED.
           ADD WS-MOVEMENT TO WS-REMOVED-TOTAL.
           MOVE HIS-REC TO ARC-REC.
           WRITE ARC-REC.
           PERFORM H300-ADD-TO-SUMMARY.
       H230-END. EXIT.
      *-----
      * THE FIRST RECORD OF A MONTH GIVES THE OPENING; EACH LATER
      * ONE MOVES THE CLOSING ON. THE HISTORY IS IN POSTING ORDER.
      *-----
       H300-ADD-TO-SUMMARY.
           MOVE WS-POST-MONTH TO SMW-MONTH.
           MOVE HIS-ID TO SMW-ID.
           MOVE HIS-DOVIZ TO SMW-DOVIZ.
           READ SMW-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SMW-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-SMW-FOUND TO TRUE
           END-READ.
           IF WS-SMW-FOUND
              MOVE HIS-NEW-BALANCE TO SMW-CLOSING
              ADD WS-MOVEMENT TO SMW-MOVEMENT
              ADD 1 TO SMW-COUNT
              MOVE HIS-POST-DATE TO SMW-LAST-DATE
              REWRITE SMW-REC
           ELSE
              MOVE HIS-OLD-BALANCE TO SMW-OPENING
              MOVE HIS-NEW-BALANCE TO SMW-CLOSING
              MOVE WS-MOVEMENT TO SMW-MOVEMENT
              MOVE 1 TO SMW-COUNT
              MOVE HIS-POST-DATE TO SMW-LAST-DATE
              WRITE SMW-REC
           END-IF.
       H300-END. EXIT.
      *-----
      * THE ARCHIVE IS READ BACK AND THE SUMMARIES ADDED UP; BOTH
      * MUST ACCOUNT FOR EXACTLY THE DETAIL REMOVED.
      *-----
       H400-PROVE-REMOVAL.
           OPEN INPUT ARC-FILE.
           IF (CHECK-FILE-ARC NOT = 97) AND (CHECK-FILE-ARC NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ARC
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H410-READ-ONE-ARCHIVE UNTIL ARC-FILE-EOF.
           CLOSE ARC-FILE.
           CLOSE SMW-FILE.
           OPEN INPUT SMW-FILE.
           IF (CHECK-FILE-SMW NOT = 97) AND (CHECK-FILE-SMW NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SMW
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H420-READ-ONE-SUMMARY UNTIL SMW-FILE-EOF.
           CLOSE SMW-FILE.
           IF WS-CNT-ARC-READ = WS-CNT-REMOVED
              AND WS-CNT-SUM-DETAIL = WS-CNT-REMOVED
              AND WS-ARC-TOTAL = WS-REMOVED-TOTAL
              AND WS-SUM-TOTAL = WS-REMOVED-TOTAL
              SET WS-PROOF-AGREES TO TRUE
           ELSE
              MOVE 'N' TO WS-PROOF-SWITCH
              MOVE 8 TO RETURN-CODE
           END-IF.
       H400-END. EXIT.
      *-----
       H410-READ-ONE-ARCHIVE.
           READ ARC-FILE
               AT END
                   SET ARC-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-ARC-READ
                   ADD ARC-NEW-BALANCE TO WS-ARC-TOTAL
                   SUBTRACT ARC-OLD-BALANCE FROM WS-ARC-TOTAL
           END-READ.
       H410-END. EXIT.
      *-----
       H420-READ-ONE-SUMMARY.
           READ SMW-FILE NEXT RECORD
               AT END
                   SET SMW-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-SUM-WRITTEN
                   ADD SMW-COUNT TO WS-CNT-SUM-DETAIL
                   ADD SMW-MOVEMENT TO WS-SUM-TOTAL
           END-READ.
       H420-END. EXIT.
      *-----
      * UNSTAMPED RECORDS AND SUMMARIES FROM EARLIER RUNS STAY AT
      * THE FRONT; TONIGHT'S FOLLOW THEM, THEN EVERYTHING ELSE KEPT.
      *-----
       H500-REWRITE-HISTORY.
           OPEN INPUT  HWK-FILE.
           OPEN INPUT  SMW-FILE.
           OPEN OUTPUT HIS-FILE.
           IF (CHECK-FILE-HWK NOT = 97) AND (CHECK-FILE-HWK NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HWK
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-SMW NOT = 97) AND (CHECK-FILE-SMW NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SMW
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HIS NOT = 97) AND (CHECK-FILE-HIS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HIS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H510-READ-WORK.
           PERFORM H520-COPY-ONE-KEPT
               UNTIL HWK-FILE-EOF
                  OR (NOT HWK-MONTH-SUMMARY
                      AND HWK-POST-DATE NUMERIC
                      AND HWK-POST-DATE NOT = 0).
           PERFORM H530-WRITE-ONE-SUMMARY UNTIL SMW-FILE-EOF.
           PERFORM H520-COPY-ONE-KEPT UNTIL HWK-FILE-EOF.
           CLOSE HWK-FILE.
           CLOSE SMW-FILE.
           CLOSE HIS-FILE.
           COMPUTE WS-CNT-EXPECTED = WS-CNT-SUM-CARRIED
                   + WS-CNT-SUM-WRITTEN + WS-CNT-UNSTAMPED
                   + WS-CNT-KEPT.
           IF WS-CNT-REWRITTEN NOT = WS-CNT-EXPECTED
              MOVE 8 TO RETURN-CODE
           END-IF.
       H500-END. EXIT.
      *-----
       H510-READ-WORK.
           READ HWK-FILE
               AT END SET HWK-FILE-EOF TO TRUE
           END-READ.
       H510-END. EXIT.
      *-----
       H520-COPY-ONE-KEPT.
           MOVE HWK-REC TO HIS-REC.
           WRITE HIS-REC.
           ADD 1 TO WS-CNT-REWRITTEN.
           PERFORM H510-READ-WORK.
       H520-END. EXIT.
      *-----
       H530-WRITE-ONE-SUMMARY.
           READ SMW-FILE NEXT RECORD
               AT END
                   SET SMW-FILE-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO HIS-SUM-REC
                   MOVE 0 TO HIS-SUM-TIPI
                   MOVE SMW-ID TO HIS-SUM-ID
                   MOVE SMW-DOVIZ TO HIS-SUM-DOVIZ
                   MOVE SMW-OPENING TO HIS-SUM-OPENING
                   MOVE SMW-CLOSING TO HIS-SUM-CLOSING
                   MOVE SMW-MOVEMENT TO HIS-SUM-MOVEMENT
                   MOVE SMW-LAST-DATE TO HIS-SUM-LAST-DATE
                   MOVE SMW-MONTH TO HIS-SUM-MONTH
                   MOVE WS-RCT-RUN-NUMBER TO HIS-SUM-RUN-NUMBER
                   MOVE 'PBEG033' TO HIS-SUM-PROGRAM
                   MOVE SMW-COUNT TO HIS-SUM-COUNT
                   WRITE HIS-SUM-REC
                   ADD 1 TO WS-CNT-REWRITTEN
           END-READ.
       H530-END. EXIT.
      *-----
       H900-WRITE-CONTROL-REPORT.
           MOVE SPACES TO CTL-REC.
           STRING 'PBEG033 AUDIT HISTORY RETENTION - CONTROL REPORT'
               DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
           MOVE SPACES TO CTL-REC.
           STRING 'ARCHIVE DATE ' WS-RCT-BUSINESS-DATE
                  '   CUTOFF MONTH ' WS-CUTOFF-MONTH
               DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
           MOVE 'HISTORY RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-HIS-READ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'SUMMARIES CARRIED FORWARD' TO WS-CTL-LABEL.
           MOVE WS-CNT-SUM-CARRIED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'UNSTAMPED RECORDS KEPT' TO WS-CTL-LABEL.
           MOVE WS-CNT-UNSTAMPED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DETAIL RECORDS KEPT' TO WS-CTL-LABEL.
           MOVE WS-CNT-KEPT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DETAIL RECORDS REMOVED' TO WS-CTL-LABEL.
           MOVE WS-CNT-REMOVED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MOVEMENT REMOVED' TO WS-CTL-LABEL.
           MOVE WS-REMOVED-TOTAL TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'ARCHIVE RECORDS READ BACK' TO WS-CTL-LABEL.
           MOVE WS-CNT-ARC-READ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'ARCHIVE MOVEMENT' TO WS-CTL-LABEL.
           MOVE WS-ARC-TOTAL TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'SUMMARY RECORDS WRITTEN' TO WS-CTL-LABEL.
           MOVE WS-CNT-SUM-WRITTEN TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DETAIL COUNTED IN SUMMARIES' TO WS-CTL-LABEL.
           MOVE WS-CNT-SUM-DETAIL TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'SUMMARY MOVEMENT' TO WS-CTL-LABEL.
           MOVE WS-SUM-TOTAL TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'HISTORY RECORDS REWRITTEN' TO WS-CTL-LABEL.
           MOVE WS-CNT-REWRITTEN TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE SPACES TO CTL-REC.
           EVALUATE TRUE
               WHEN NOT WS-PROOF-AGREES
                   STRING '*** REMOVED DETAIL DOES NOT AGREE - '
                          'AUDHIST NOT CHANGED ***'
                       DELIMITED BY SIZE INTO CTL-REC
               WHEN WS-CNT-REMOVED = 0
                   STRING '*** NOTHING BEFORE THE CUTOFF - '
                          'AUDHIST NOT CHANGED ***'
                       DELIMITED BY SIZE INTO CTL-REC
               WHEN WS-CNT-REWRITTEN NOT = WS-CNT-EXPECTED
                   STRING '*** HISTORY REWRITE INCOMPLETE - '
                          'RESTORE FROM HISWORK/SUMWORK ***'
                       DELIMITED BY SIZE INTO CTL-REC
               WHEN OTHER
                   STRING '*** REMOVED DETAIL AGREES WITH ARCHIVE '
                          'AND SUMMARIES ***'
                       DELIMITED BY SIZE INTO CTL-REC
           END-EVALUATE.
           WRITE CTL-REC.
           DISPLAY 'PBEG033 DETAIL RECORDS REMOVED: ' WS-CNT-REMOVED.
       H900-END. EXIT.
      *-----
       H910-WRITE-CTL-LINE.
           MOVE SPACES TO CTL-REC.
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  WS-CTL-VALUE DELIMITED BY SIZE
               INTO CTL-REC.
           WRITE CTL-REC.
       H910-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG033' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG033 STEP RECORD LOST ON RUNCTL'
                  NOT INVALID KEY
                      IF RETURN-CODE < 8
                         SET RCT-COMPLETE TO TRUE
                      ELSE
                         SET RCT-FAILED TO TRUE
                      END-IF
                      ACCEPT RCT-END-DATE FROM DATE YYYYMMDD
                      ACCEPT WS-RCT-TIME-RAW FROM TIME
                      MOVE WS-RCT-TIME-RAW (1:6) TO RCT-END-TIME
                      MOVE RETURN-CODE TO RCT-RETURN-CODE
                      REWRITE RCT-REC
              END-READ
              CLOSE RCT-FILE
              MOVE 'N' TO WS-RCT-STARTED-SWITCH
           END-IF.
       H990-END. EXIT.
      *-----
       H999-EXIT.
           CLOSE HIS-FILE.
           CLOSE ARC-FILE.
           CLOSE HWK-FILE.
           CLOSE SMW-FILE.
           CLOSE CTL-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
