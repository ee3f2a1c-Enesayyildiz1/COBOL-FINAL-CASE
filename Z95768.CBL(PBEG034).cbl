       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG034.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * WEEKLY REFERENTIAL INTEGRITY SWEEP
      *
      * PBEG014 PROVES THE TOTALS; THIS PROGRAM PROVES THE RECORDS
      * AGREE WITH EACH OTHER. IT LISTS ON THE INTEGRITY REPORT
      * (INTRPT) EVERY FINDING UNDER ITS CATEGORY, THEN A COUNT PER
      * CATEGORY WITH ITS SEVERITY:
      *   01 W  IDX-FILE ID WITH NO CSTFILE RECORD (IDS RETIRED BY A
      *         PBEG031 MERGE ARE EXPECTED TO HAVE NONE AND ARE NOT
      *         LISTED)
      *   02 I  CSTFILE ID WITH NO ACCOUNT LEFT ON IDX-FILE
      *   03 S  CLOSED ('C') ACCOUNT STILL CARRYING A BALANCE
      *   04 S  IDX-FILE-LAST-MOVE BEFORE IDX-FILE-DATE, OR AFTER THE
      *         BUSINESS DATE (ZERO, AS PBEG025 CONVERTED IT, MEANS
      *         NOT YET STAMPED AND IS NOT A FINDING)
      *   05 S  DOVIZ OUTSIDE 1-4
      *   06 W  LIMFILE OVERRIDE FOR AN ACCOUNT NOT ON IDX-FILE
      *   07 S  LIVE BALANCE DIFFERS FROM THE LAST AUD-NEW-BALANCE ON
      *         AUDHIST FOR THE ID/DOVIZ (A PBEG033 MONTHLY SUMMARY
      *         CARRIES ITS CLOSING THERE, SO COMPACTED MONTHS COUNT)
      * S = SEVERE, W = WARNING, I = INFORMATION. THE FIRST 200
      * FINDINGS OF A CATEGORY ARE LISTED; ALL ARE COUNTED.
      *
      * RETURN CODE 8 WHEN ANY SEVERE FINDING EXISTS, 4 WHEN ONLY
      * WARNINGS. DEFINED ON RUNCTL AS THE PREDECESSOR OF PBEG012 ON
      * SWEEP NIGHTS, A SEVERE FINDING LEAVES THIS STEP FAILED AND
      * HOLDS THE BACKUP, SO A DAMAGED MASTER IS NEVER TAKEN AS THE
      * GOOD COPY. RUNS AFTER PBEG018, WHEN AUDHIST HOLDS THE DAY.
      *
      * AUDHIST IS FIRST REDUCED TO ITS LAST RECORD PER ID/DOVIZ ON
      * AN INDEXED WORK FILE (LSTWORK), REBUILT ON EVERY RUN.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-SURNAME
                               WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT CST-FILE ASSIGN TO CSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY CST-ID
                           STATUS CHECK-FILE-CST.
           SELECT HIS-FILE ASSIGN TO AUDHIST
                           STATUS CHECK-FILE-HIS.
           SELECT LST-FILE ASSIGN TO LSTWORK
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY LST-KEY
                           STATUS CHECK-FILE-LST.
           SELECT OPTIONAL LIM-FILE ASSIGN TO LIMFILE
                           STATUS CHECK-FILE-LIM.
           SELECT OPTIONAL XRF-FILE ASSIGN TO XRFFILE
                           STATUS CHECK-FILE-XRF.
           SELECT RPT-FILE ASSIGN TO INTRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
             10 IDX-FILE-ID          PIC S9(5)  COMP-3.
             10 IDX-FILE-DOVIZ       PIC S9(3)  COMP.
           05 IDX-FILE-NAME          PIC X(15).
           05 IDX-FILE-SURNAME       PIC X(15).
           05 IDX-FILE-DATE          PIC S9(8)  COMP-3.
           05 IDX-FILE-BALANCE       PIC S9(15) COMP-3.
           05 IDX-FILE-STATUS        PIC X(01).
              88 IDX-STATUS-ACTIVE               VALUE 'A' SPACE.
              88 IDX-STATUS-BLOCKED              VALUE 'B'.
              88 IDX-STATUS-CLOSED               VALUE 'C'.
              88 IDX-STATUS-DORMANT              VALUE 'D'.
           05 IDX-FILE-LAST-MOVE     PIC S9(8)  COMP-3.
       FD  CST-FILE.
         01 CST-MEMBERS.
           05 CST-ID                 PIC S9(5)  COMP-3.
           05 CST-NAME               PIC X(15).
           05 CST-SURNAME            PIC X(15).
           05 CST-CREATE-DATE        PIC S9(8)  COMP-3.
       FD  HIS-FILE RECORDING MODE F.
         01  AUD-REC.
           05 AUD-ISLEM-TIPI         PIC 9(01).
              88 AUD-MONTH-SUMMARY               VALUE 0.
           05 AUD-ID                 PIC 9(05).
           05 AUD-DOVIZ              PIC 9(03).
           05 AUD-OLD-BALANCE        PIC S9(15) COMP-3.
           05 AUD-NEW-BALANCE        PIC S9(15) COMP-3.
           05 AUD-OLD-DATE           PIC S9(8)  COMP-3.
           05 AUD-NEW-DATE           PIC S9(8)  COMP-3.
           05 AUD-POST-DATE          PIC 9(08).
           05 AUD-POST-TIME          PIC 9(06).
           05 AUD-RUN-NUMBER         PIC 9(05).
           05 AUD-PROGRAM            PIC X(08).
           05 AUD-SEQ                PIC 9(07).
      *    LAST AUDIT HISTORY RECORD PER ID AND DOVIZ.
       FD  LST-FILE.
         01  LST-REC.
           05 LST-KEY.
             10 LST-ID               PIC 9(05).
             10 LST-DOVIZ            PIC 9(03).
           05 LST-NEW-BALANCE        PIC S9(15) COMP-3.
           05 LST-POST-DATE          PIC 9(08).
           05 LST-PROGRAM            PIC X(08).
      *    LIMIT PARAMETER CARD, AS READ BY PBEG006. AN ID OF ZEROS
      *    IS THE CURRENCY-WIDE DEFAULT; A NONZERO ID IS A
      *    PER-ACCOUNT OVERRIDE OF THAT DEFAULT.
       FD  LIM-FILE RECORDING MODE F.
         01  LIM-REC.
           05 LIM-DOVIZ              PIC X(03).
           05 FILLER                 PIC X(01).
           05 LIM-ID                 PIC X(05).
           05 FILLER                 PIC X(01).
           05 LIM-VALUE              PIC X(16).
      *    MERGE CROSS-REFERENCE WRITTEN BY PBEG031.
       FD  XRF-FILE RECORDING MODE F.
         01  XRF-REC.
           05 XRF-RETIRED-ID         PIC 9(05).
           05 XRF-SURVIVOR-ID        PIC 9(05).
           05 XRF-MERGE-DATE         PIC 9(08).
           05 XRF-RUN-NUMBER         PIC 9(05).
           05 FILLER                 PIC X(07).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                 PIC X(80).
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
           05 CHECK-FILE-INDEX       PIC 9(2).
              88 INDEX-FILE-EOF                   VALUE 10.
              88 INDEX-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-CST         PIC 9(2).
              88 CST-FILE-EOF                     VALUE 10.
              88 CST-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-HIS         PIC 9(2).
              88 HIS-FILE-EOF                     VALUE 10.
              88 HIS-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-LST         PIC 9(2).
              88 LST-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-LIM         PIC 9(2).
              88 LIM-FILE-EOF                     VALUE 10.
              88 LIM-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-XRF         PIC 9(2).
              88 XRF-FILE-EOF                     VALUE 10.
              88 XRF-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-BUSINESS-DATE          PIC 9(08)  VALUE 0.
       01  WS-CNT-ACCOUNTS           PIC 9(09)  VALUE 0.
       01  WS-CNT-CUSTOMERS          PIC 9(09)  VALUE 0.
       01  WS-CNT-HIS-READ           PIC 9(09)  VALUE 0.
       01  WS-CNT-LIM-READ           PIC 9(07)  VALUE 0.
       01  WS-CNT-SEVERE             PIC 9(09)  VALUE 0.
       01  WS-CNT-WARNING            PIC 9(09)  VALUE 0.
       01  WS-LAST-ID                PIC S9(5)  COMP-3 VALUE -1.
       01  WS-LIM-ID                 PIC 9(05)  VALUE 0.
       01  WS-LIM-DVZ                PIC 9(03)  VALUE 0.
       01  WS-SWITCH-AREA.
           05 WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
              88 WS-RECORD-FOUND                 VALUE 'Y'.
           05 WS-MORE-SWITCH         PIC X(01)  VALUE 'N'.
              88 WS-NO-MORE-CURRENCIES           VALUE 'N'.
              88 WS-HAS-MORE-CURRENCIES          VALUE 'Y'.
           05 WS-ACCOUNT-SWITCH      PIC X(01)  VALUE 'N'.
              88 WS-ACCOUNT-FOUND                VALUE 'Y'.
      *    FINDING CATEGORIES: SEVERITY, THEN DESCRIPTION.
       01  WS-CAT-LIST.
           05 FILLER                 PIC X(35)  VALUE
                'WIDX ID WITH NO CUSTOMER RECORD'.
           05 FILLER                 PIC X(35)  VALUE
                'ICUSTOMER WITH NO ACCOUNT LEFT'.
           05 FILLER                 PIC X(35)  VALUE
                'SCLOSED ACCOUNT WITH BALANCE'.
           05 FILLER                 PIC X(35)  VALUE
                'SLAST MOVE OUT OF DATE RANGE'.
           05 FILLER                 PIC X(35)  VALUE
                'SDOVIZ OUTSIDE 1-4'.
           05 FILLER                 PIC X(35)  VALUE
                'WLIMIT OVERRIDE, NO ACCOUNT'.
           05 FILLER                 PIC X(35)  VALUE
                'SBALANCE DIFFERS FROM AUDHIST'.
       01  WS-CAT-NAMES REDEFINES WS-CAT-LIST.
           05 WS-CAT-NAME-ENTRY OCCURS 7.
              10 WS-CAT-SEVERITY     PIC X(01).
                 88 WS-CAT-SEVERE                VALUE 'S'.
                 88 WS-CAT-WARNING               VALUE 'W'.
              10 WS-CAT-DESC         PIC X(34).
       01  WS-CAT-COUNT-TABLE.
           05 WS-CAT-COUNT           PIC 9(07)  OCCURS 7.
       01  WS-CAT-SUB                PIC 9(02)  VALUE 0.
       01  WS-CAT-LIST-LIMIT         PIC 9(07)  VALUE 200.
      *    EVERY MERGE ON XRFFILE; ONLY THE RETIRED IDS ARE NEEDED.
       01  WS-XRF-TABLE.
           05 WS-XRF-COUNT           PIC 9(04)  COMP VALUE 0.
           05 WS-XRF-RETIRED         PIC 9(05)  OCCURS 2000.
       01  WS-XRF-SUB                PIC 9(04)  COMP.
       01  WS-XRF-SEARCH-ID          PIC 9(05).
       01  WS-XRF-FOUND-SWITCH       PIC X(01).
           88 WS-ID-RETIRED                      VALUE 'Y'.
       01  WS-FINDING-LINE.
           05 WS-F-CAT               PIC 9(02).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-F-SEVERITY          PIC X(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-F-ID                PIC Z(4)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-F-DOVIZ             PIC -ZZ9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-F-NOTE              PIC X(24).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-F-VALUE-1           PIC -(12)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-F-VALUE-2           PIC -(12)9.
       01  WS-SUMMARY-LINE.
           05 WS-S-CAT               PIC 9(02).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-SEVERITY          PIC X(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-DESC              PIC X(34).
           05 WS-S-COUNT             PIC Z(6)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-NOTE              PIC X(20).
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
           PERFORM H150-LOAD-XREF.
           PERFORM H200-WRITE-HEADER.
           PERFORM H300-LOAD-LAST-AUDIT.
           PERFORM H400-SWEEP-ACCOUNTS.
           PERFORM H500-SWEEP-CUSTOMERS.
           PERFORM H600-SWEEP-LIMITS.
           PERFORM H900-WRITE-SUMMARY.
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
           MOVE 'PBEG034' TO RCT-STEP.
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
           MOVE 'PBEG034' TO RCT-STEP.
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
           DISPLAY 'PBEG034 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           MOVE WS-RCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE 0 TO WS-CAT-COUNT (1) WS-CAT-COUNT (2)
                     WS-CAT-COUNT (3) WS-CAT-COUNT (4)
                     WS-CAT-COUNT (5) WS-CAT-COUNT (6)
                     WS-CAT-COUNT (7).
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CST-FILE.
           OPEN INPUT  HIS-FILE.
           OPEN OUTPUT LST-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CST NOT = 97) AND (CHECK-FILE-CST NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CST
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HIS NOT = 97) AND (CHECK-FILE-HIS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HIS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-LST NOT = 97) AND (CHECK-FILE-LST NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-LST
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-OUTPUT NOT = 97) AND
      -       (CHECK-FILE-OUTPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-OUTPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
      *    THE WORK FILE IS CREATED EMPTY, THEN UPDATED IN PLACE.
           CLOSE LST-FILE.
           OPEN I-O LST-FILE.
           IF (CHECK-FILE-LST NOT = 97) AND (CHECK-FILE-LST NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-LST
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H100-END. EXIT.
      *-----
       H150-LOAD-XREF.
           OPEN INPUT XRF-FILE.
           IF (CHECK-FILE-XRF NOT = 97) AND (CHECK-FILE-XRF NOT = 0)
      -       AND (CHECK-FILE-XRF NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-XRF
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H160-READ-ONE-XREF UNTIL XRF-FILE-EOF.
           CLOSE XRF-FILE.
       H150-END. EXIT.
      *-----
       H160-READ-ONE-XREF.
           READ XRF-FILE
               AT END
                   SET XRF-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-XRF-COUNT < 2000
                      ADD 1 TO WS-XRF-COUNT
                      MOVE XRF-RETIRED-ID
                          TO WS-XRF-RETIRED (WS-XRF-COUNT)
                   END-IF
           END-READ.
       H160-END. EXIT.
      *-----
       H200-WRITE-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING 'REFERENTIAL INTEGRITY SWEEP - PBEG034   BUSINESS '
                  'DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'CT S    ID DVZ NOTE                            '
                  'VALUE         VALUE'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
      * AUDHIST IS IN POSTING ORDER, SO THE LAST RECORD SEEN FOR AN
      * ID/DOVIZ CARRIES ITS LATEST AUDITED BALANCE.
      *-----
       H300-LOAD-LAST-AUDIT.
           PERFORM H310-READ-ONE-AUDIT UNTIL HIS-FILE-EOF.
           CLOSE HIS-FILE.
       H300-END. EXIT.
      *-----
       H310-READ-ONE-AUDIT.
           READ HIS-FILE
               AT END
                   SET HIS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-HIS-READ
                   PERFORM H320-KEEP-LAST
           END-READ.
       H310-END. EXIT.
      *-----
       H320-KEEP-LAST.
           MOVE AUD-ID TO LST-ID.
           MOVE AUD-DOVIZ TO LST-DOVIZ.
           READ LST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           MOVE AUD-NEW-BALANCE TO LST-NEW-BALANCE.
           MOVE AUD-POST-DATE TO LST-POST-DATE.
           MOVE AUD-PROGRAM TO LST-PROGRAM.
           IF WS-RECORD-FOUND
              REWRITE LST-REC
           ELSE
              WRITE LST-REC
           END-IF.
       H320-END. EXIT.
      *-----
      * ONE PASS OVER THE ACCOUNTS IN KEY ORDER. THE CUSTOMER CHECK
      * IS MADE ONCE PER ID, ON ITS FIRST CURRENCY RECORD.
      *-----
       H400-SWEEP-ACCOUNTS.
           PERFORM H410-READ-ONE-ACCOUNT UNTIL INDEX-FILE-EOF.
       H400-END. EXIT.
      *-----
       H410-READ-ONE-ACCOUNT.
           READ IDX-FILE NEXT RECORD
               AT END
                   SET INDEX-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-ACCOUNTS
                   IF IDX-FILE-ID NOT = WS-LAST-ID
                      MOVE IDX-FILE-ID TO WS-LAST-ID
                      PERFORM H420-CHECK-CUSTOMER
                   END-IF
                   PERFORM H430-CHECK-ACCOUNT
           END-READ.
       H410-END. EXIT.
      *-----
       H420-CHECK-CUSTOMER.
           MOVE IDX-FILE-ID TO WS-XRF-SEARCH-ID.
           PERFORM H425-FIND-RETIRED.
           IF NOT WS-ID-RETIRED
              MOVE IDX-FILE-ID TO CST-ID
              READ CST-FILE
                  INVALID KEY
                      MOVE 'N' TO WS-FOUND-SWITCH
                  NOT INVALID KEY
                      SET WS-RECORD-FOUND TO TRUE
              END-READ
              IF NOT WS-RECORD-FOUND
                 MOVE 1 TO WS-CAT-SUB
                 MOVE IDX-FILE-ID TO WS-F-ID
                 MOVE 0 TO WS-F-DOVIZ
                 MOVE 'NOT ON CSTFILE' TO WS-F-NOTE
                 MOVE 0 TO WS-F-VALUE-1 WS-F-VALUE-2
                 PERFORM H800-RECORD-FINDING
              END-IF
           END-IF.
       H420-END. EXIT.
      *-----
       H425-FIND-RETIRED.
           MOVE 'N' TO WS-XRF-FOUND-SWITCH.
           PERFORM H426-TEST-ONE-RETIRED
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       H425-END. EXIT.
      *-----
       H426-TEST-ONE-RETIRED.
           IF WS-XRF-RETIRED (WS-XRF-SUB) = WS-XRF-SEARCH-ID
              SET WS-ID-RETIRED TO TRUE
           END-IF.
       H426-END. EXIT.
      *-----
       H430-CHECK-ACCOUNT.
           MOVE IDX-FILE-ID TO WS-F-ID.
           MOVE IDX-FILE-DOVIZ TO WS-F-DOVIZ.
           IF IDX-STATUS-CLOSED AND IDX-FILE-BALANCE NOT = 0
              MOVE 3 TO WS-CAT-SUB
              MOVE 'CLOSED, BALANCE' TO WS-F-NOTE
              MOVE IDX-FILE-BALANCE TO WS-F-VALUE-1
              MOVE 0 TO WS-F-VALUE-2
              PERFORM H800-RECORD-FINDING
           END-IF.
           IF IDX-FILE-LAST-MOVE > 0
              AND IDX-FILE-LAST-MOVE < IDX-FILE-DATE
              MOVE 4 TO WS-CAT-SUB
              MOVE 'LAST MOVE/OPEN DATE' TO WS-F-NOTE
              MOVE IDX-FILE-LAST-MOVE TO WS-F-VALUE-1
              MOVE IDX-FILE-DATE TO WS-F-VALUE-2
              PERFORM H800-RECORD-FINDING
           END-IF.
           IF IDX-FILE-LAST-MOVE > WS-BUSINESS-DATE
              MOVE 4 TO WS-CAT-SUB
              MOVE 'LAST MOVE/BUSINESS DATE' TO WS-F-NOTE
              MOVE IDX-FILE-LAST-MOVE TO WS-F-VALUE-1
              MOVE WS-BUSINESS-DATE TO WS-F-VALUE-2
              PERFORM H800-RECORD-FINDING
           END-IF.
           IF IDX-FILE-DOVIZ < 1 OR IDX-FILE-DOVIZ > 4
              MOVE 5 TO WS-CAT-SUB
              MOVE 'DOVIZ CODE' TO WS-F-NOTE
              MOVE IDX-FILE-DOVIZ TO WS-F-VALUE-1
              MOVE 0 TO WS-F-VALUE-2
              PERFORM H800-RECORD-FINDING
           END-IF.
           IF IDX-FILE-DOVIZ >= 0
              PERFORM H440-CHECK-AUDIT-BALANCE
           END-IF.
       H430-END. EXIT.
      *-----
      * AN ACCOUNT WITH NO AUDIT HISTORY AT ALL HAS NOTHING TO AGREE
      * WITH AND IS NOT A FINDING.
      *-----
       H440-CHECK-AUDIT-BALANCE.
           MOVE IDX-FILE-ID TO LST-ID.
           MOVE IDX-FILE-DOVIZ TO LST-DOVIZ.
           READ LST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
              AND LST-NEW-BALANCE NOT = IDX-FILE-BALANCE
              MOVE 7 TO WS-CAT-SUB
              MOVE 'LIVE/AUDHIST BALANCE' TO WS-F-NOTE
              MOVE IDX-FILE-BALANCE TO WS-F-VALUE-1
              MOVE LST-NEW-BALANCE TO WS-F-VALUE-2
              PERFORM H800-RECORD-FINDING
           END-IF.
       H440-END. EXIT.
      *-----
      * EVERY CUSTOMER MUST STILL HAVE AT LEAST ONE ACCOUNT RECORD.
      *-----
       H500-SWEEP-CUSTOMERS.
           PERFORM H510-READ-ONE-CUSTOMER UNTIL CST-FILE-EOF.
       H500-END. EXIT.
      *-----
       H510-READ-ONE-CUSTOMER.
           READ CST-FILE NEXT RECORD
               AT END
                   SET CST-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-CUSTOMERS
                   PERFORM H520-FIND-ACCOUNT
                   IF NOT WS-ACCOUNT-FOUND
                      MOVE 2 TO WS-CAT-SUB
                      MOVE CST-ID TO WS-F-ID
                      MOVE 0 TO WS-F-DOVIZ
                      MOVE 'NO ACCOUNT ON IDX-FILE' TO WS-F-NOTE
                      MOVE 0 TO WS-F-VALUE-1 WS-F-VALUE-2
                      PERFORM H800-RECORD-FINDING
                   END-IF
           END-READ.
       H510-END. EXIT.
      *-----
       H520-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-SWITCH.
           MOVE CST-ID TO IDX-FILE-ID.
           MOVE 0 TO IDX-FILE-DOVIZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-FILE-KEY
               INVALID KEY
                   SET WS-NO-MORE-CURRENCIES TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-CURRENCIES TO TRUE
           END-START.
           IF WS-HAS-MORE-CURRENCIES
              READ IDX-FILE NEXT RECORD
                  AT END
                      SET WS-NO-MORE-CURRENCIES TO TRUE
                  NOT AT END
                      IF IDX-FILE-ID = CST-ID
                         SET WS-ACCOUNT-FOUND TO TRUE
                      END-IF
              END-READ
           END-IF.
       H520-END. EXIT.
      *-----
      * A PER-ACCOUNT LIMIT OVERRIDE MUST NAME AN EXISTING ACCOUNT.
      * CARDS PBEG006 WOULD NOT USE ARE NOT THIS PROGRAM'S CONCERN.
      *-----
       H600-SWEEP-LIMITS.
           OPEN INPUT LIM-FILE.
           IF (CHECK-FILE-LIM NOT = 97) AND (CHECK-FILE-LIM NOT = 0)
      -       AND (CHECK-FILE-LIM NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-LIM
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H610-READ-ONE-LIMIT UNTIL LIM-FILE-EOF.
           CLOSE LIM-FILE.
       H600-END. EXIT.
      *-----
       H610-READ-ONE-LIMIT.
           READ LIM-FILE
               AT END
                   SET LIM-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-LIM-READ
                   IF LIM-DOVIZ NUMERIC AND LIM-ID NUMERIC
                      MOVE LIM-ID TO WS-LIM-ID
                      MOVE LIM-DOVIZ TO WS-LIM-DVZ
                      IF WS-LIM-ID NOT = 0
                         PERFORM H620-CHECK-OVERRIDE
                      END-IF
                   END-IF
           END-READ.
       H610-END. EXIT.
      *-----
       H620-CHECK-OVERRIDE.
           MOVE WS-LIM-ID TO IDX-FILE-ID.
           MOVE WS-LIM-DVZ TO IDX-FILE-DOVIZ.
           READ IDX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT WS-RECORD-FOUND
              MOVE 6 TO WS-CAT-SUB
              MOVE WS-LIM-ID TO WS-F-ID
              MOVE WS-LIM-DVZ TO WS-F-DOVIZ
              MOVE 'OVERRIDE, NO ACCOUNT' TO WS-F-NOTE
              MOVE 0 TO WS-F-VALUE-1 WS-F-VALUE-2
              PERFORM H800-RECORD-FINDING
           END-IF.
       H620-END. EXIT.
      *-----
      * COUNT THE FINDING UNDER WS-CAT-SUB AND LIST IT WHILE THE
      * CATEGORY IS STILL UNDER ITS LISTING LIMIT. THE CALLER HAS
      * FILLED IN THE ID, DOVIZ, NOTE AND VALUES.
      *-----
       H800-RECORD-FINDING.
           ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB).
           IF WS-CAT-SEVERE (WS-CAT-SUB)
              ADD 1 TO WS-CNT-SEVERE
           END-IF.
           IF WS-CAT-WARNING (WS-CAT-SUB)
              ADD 1 TO WS-CNT-WARNING
           END-IF.
           IF WS-CAT-COUNT (WS-CAT-SUB) NOT > WS-CAT-LIST-LIMIT
              MOVE WS-CAT-SUB TO WS-F-CAT
              MOVE WS-CAT-SEVERITY (WS-CAT-SUB) TO WS-F-SEVERITY
              MOVE SPACES TO RPT-REC
              MOVE WS-FINDING-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       H800-END. EXIT.
      *-----
       H900-WRITE-SUMMARY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'FINDINGS BY CATEGORY' DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-CAT-SUB.
           PERFORM H910-WRITE-ONE-CATEGORY UNTIL WS-CAT-SUB > 7.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ACCOUNT RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-ACCOUNTS TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'CUSTOMER RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-CUSTOMERS TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'AUDIT HISTORY RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-HIS-READ TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'LIMIT CARDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-LIM-READ TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'SEVERE FINDINGS' TO WS-CTL-LABEL.
           MOVE WS-CNT-SEVERE TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'WARNINGS' TO WS-CTL-LABEL.
           MOVE WS-CNT-WARNING TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE SPACES TO RPT-REC.
           IF WS-CNT-SEVERE > 0
              STRING '*** SEVERE FINDINGS - HOLD THE PBEG012 BACKUP '
                     '***' DELIMITED BY SIZE INTO RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CNT-WARNING > 0
                 STRING '*** WARNINGS ONLY - BACKUP MAY PROCEED ***'
                     DELIMITED BY SIZE INTO RPT-REC
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 STRING '*** NO FINDINGS ***'
                     DELIMITED BY SIZE INTO RPT-REC
              END-IF
           END-IF.
           WRITE RPT-REC.
           DISPLAY 'PBEG034 SEVERE FINDINGS: ' WS-CNT-SEVERE
               ' WARNINGS: ' WS-CNT-WARNING.
       H900-END. EXIT.
      *-----
       H910-WRITE-ONE-CATEGORY.
           MOVE WS-CAT-SUB TO WS-S-CAT.
           MOVE WS-CAT-SEVERITY (WS-CAT-SUB) TO WS-S-SEVERITY.
           MOVE WS-CAT-DESC (WS-CAT-SUB) TO WS-S-DESC.
           MOVE WS-CAT-COUNT (WS-CAT-SUB) TO WS-S-COUNT.
           MOVE SPACES TO WS-S-NOTE.
           IF WS-CAT-COUNT (WS-CAT-SUB) > WS-CAT-LIST-LIMIT
              MOVE '(FIRST 200 LISTED)' TO WS-S-NOTE
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE WS-SUMMARY-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-CAT-SUB.
       H910-END. EXIT.
      *-----
       H920-WRITE-CTL-LINE.
           MOVE SPACES TO RPT-REC.
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  WS-CTL-VALUE DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
       H920-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG034' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG034 STEP RECORD LOST ON RUNCTL'
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
           CLOSE IDX-FILE.
           CLOSE CST-FILE.
           CLOSE HIS-FILE.
           CLOSE LST-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
