       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG035.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * MONTH-END CLOSE: PERIOD BALANCE HISTORY AND VARIANCE REPORT
      *
      * SNAPSHOTS EVERY IDX-FILE RECORD INTO THE PERIOD BALANCE
      * HISTORY (PERHIST, INDEXED ON PERIOD YYYYMM, ID AND DOVIZ)
      * SO THE MONTH-END POSITION SURVIVES THE NEXT PBEG006 RUN.
      * EACH SNAPSHOT HOLDS:
      *   - THE CLOSING BALANCE AND STATUS (SPACE STORED AS 'A');
      *   - THE AVERAGE DAILY BALANCE OVER THE CALENDAR MONTH, BUILT
      *     FROM THE MONTH'S AUDHIST MOVEMENTS: EACH MOVEMENT'S OLD
      *     BALANCE HOLDS UNTIL ITS POST DATE, ITS NEW BALANCE FROM
      *     THAT DAY ON, AND THE CLOSING BALANCE RUNS TO MONTH END.
      *     AN ACCOUNT WITH NO MOVEMENT AVERAGES ITS CLOSING BALANCE.
      *     A PBEG033 MONTHLY SUMMARY COUNTS AS ONE MOVEMENT FROM ITS
      *     OPENING TO ITS CLOSING ON ITS LAST POST DATE;
      *   - THE TRY EQUIVALENT AT THE RATFILE RATE OF THE CLOSE (TRY
      *     AT 1 WHEN IT HAS NO CARD) AND THE RATE USED. A CURRENCY
      *     WITH NO RATE IS SNAPSHOT WITH NO TRY VALUE AND GIVES RC 4.
      * A CONTROL RECORD (ID AND DOVIZ ZERO) IS WRITTEN LAST. IT
      * MARKS THE PERIOD CLOSED; A SECOND CLOSE OF THE SAME PERIOD
      * IS REFUSED WITH RC 8. A RUN THAT FAILED BEFORE WRITING IT
      * MAY BE RERUN AND REPLACES WHAT IT HAD WRITTEN.
      *
      * READERS (PBEG011 AND LATER REPORTS) TAKE A PERIOD'S FIGURES
      * ONLY WHEN ITS CONTROL RECORD EXISTS.
      *
      * THE VARIANCE REPORT (VARRPT) COMPARES WITH THE PRIOR PERIOD
      * WHEN THAT PERIOD WAS CLOSED: NEW ACCOUNTS, ACCOUNTS CLOSED
      * OR DELETED SINCE, OTHER STATUS CHANGES, THE TEN BIGGEST
      * MOVERS PER CURRENCY BY CHANGE IN CLOSING BALANCE, AND THE
      * TOTALS PER CURRENCY.
      *
      * THE PERIOD IS THE RUNCTL BUSINESS MONTH. RUN IT ON THE LAST
      * BUSINESS DAY AFTER PBEG018, WHEN AUDHIST HOLDS THE DAY, AND
      * BEFORE THE PBEG032 ROLLOVER.
      *
      * COMMAND LINE POS 1-6 = PERIOD YYYYMM (OPTIONAL, MUST AGREE
      * WITH THE RUNCTL BUSINESS MONTH).
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
           SELECT HIS-FILE ASSIGN TO AUDHIST
                           STATUS CHECK-FILE-HIS.
           SELECT OPTIONAL PBH-FILE ASSIGN TO PERHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY PBH-KEY
                           STATUS CHECK-FILE-PBH.
           SELECT AVW-FILE ASSIGN TO AVGWORK
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY AVW-KEY
                           STATUS CHECK-FILE-AVW.
           SELECT OPTIONAL RATE-FILE ASSIGN TO RATFILE
                           STATUS CHECK-FILE-RATE.
           SELECT RPT-FILE ASSIGN TO VARRPT
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
           05 AUD-POST-PARTS REDEFINES AUD-POST-DATE.
              10 AUD-POST-MONTH      PIC 9(06).
              10 FILLER              PIC 9(02).
           05 AUD-POST-TIME          PIC 9(06).
           05 AUD-RUN-NUMBER         PIC 9(05).
           05 AUD-PROGRAM            PIC X(08).
           05 AUD-SEQ                PIC 9(07).
      *    PERIOD BALANCE HISTORY. ID AND DOVIZ ZERO IS THE PERIOD
      *    CONTROL RECORD, WRITTEN WHEN THE CLOSE HAS FINISHED.
       FD  PBH-FILE.
         01  PBH-REC.
           05 PBH-KEY.
             10 PBH-PERIOD           PIC 9(06).
             10 PBH-ID               PIC 9(05).
             10 PBH-DOVIZ            PIC 9(03).
           05 PBH-CLOSING            PIC S9(15) COMP-3.
           05 PBH-STATUS             PIC X(01).
              88 PBH-STATUS-CLOSED               VALUE 'C'.
           05 PBH-AVERAGE            PIC S9(15) COMP-3.
           05 PBH-TRY-VALUE          PIC S9(15) COMP-3.
           05 PBH-RATE               PIC S9(5)V9(6) COMP-3.
           05 PBH-RATE-SW            PIC X(01).
              88 PBH-HAS-RATE                    VALUE 'Y'.
           05 PBH-MOVES              PIC 9(05).
           05 PBH-CLOSE-DATE         PIC 9(08).
           05 PBH-RUN-NUMBER         PIC 9(05).
           05 FILLER                 PIC X(10).
         01  PBH-CTL-REC.
           05 PBH-CTL-KEY            PIC X(14).
           05 PBH-CTL-ACCOUNTS       PIC 9(09).
           05 PBH-CTL-TRY-TOTAL      PIC S9(17) COMP-3.
           05 PBH-CTL-NO-RATE        PIC 9(07).
           05 PBH-CTL-CLOSE-DATE     PIC 9(08).
           05 PBH-CTL-RUN-NUMBER     PIC 9(05).
           05 FILLER                 PIC X(22).
      *    THE MONTH'S MOVEMENTS PER ID AND DOVIZ. DAYS ARE INTEGER
      *    DATES; BAL-DAYS IS THE BALANCE-TIMES-DAYS SUM FROM THE
      *    FIRST MOVEMENT TO THE LAST.
       FD  AVW-FILE.
         01  AVW-REC.
           05 AVW-KEY.
             10 AVW-ID               PIC 9(05).
             10 AVW-DOVIZ            PIC 9(03).
           05 AVW-FIRST-OLD          PIC S9(15) COMP-3.
           05 AVW-FIRST-DAY          PIC 9(07).
           05 AVW-CUR-BALANCE        PIC S9(15) COMP-3.
           05 AVW-CUR-DAY            PIC 9(07).
           05 AVW-BAL-DAYS           PIC S9(17) COMP-3.
           05 AVW-MOVES              PIC 9(05).
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DOVIZ             PIC X(03).
           05 FILLER                 PIC X(01).
           05 RATE-VALUE             PIC X(12).
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
           05 CHECK-FILE-HIS         PIC 9(2).
              88 HIS-FILE-EOF                     VALUE 10.
              88 HIS-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-PBH         PIC 9(2).
              88 PBH-FILE-EOF                     VALUE 10.
              88 PBH-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-AVW         PIC 9(2).
              88 AVW-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-RATE        PIC 9(2).
              88 RATE-FILE-EOF                    VALUE 10.
              88 RATE-FILE-SUCCESS                VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-CMDLINE                PIC X(40)  VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC 9(08)  VALUE 0.
       01  WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05 WS-BUSINESS-MONTH      PIC 9(06).
           05 FILLER                 PIC 9(02).
      *    THE PERIOD CLOSED, THE ONE BEFORE IT, AND THE CALENDAR
      *    DAYS OF THE PERIOD AS INTEGER DATES.
       01  WS-PERIOD-AREA.
           05 WS-PERIOD              PIC 9(06)  VALUE 0.
           05 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
              10 WS-PERIOD-YEAR      PIC 9(04).
              10 WS-PERIOD-MONTH     PIC 9(02).
           05 WS-PRIOR-PERIOD        PIC 9(06)  VALUE 0.
           05 WS-PRIOR-SPLIT REDEFINES WS-PRIOR-PERIOD.
              10 WS-PRIOR-YEAR       PIC 9(04).
              10 WS-PRIOR-MONTH      PIC 9(02).
           05 WS-NEXT-PERIOD         PIC 9(06)  VALUE 0.
           05 WS-NEXT-SPLIT REDEFINES WS-NEXT-PERIOD.
              10 WS-NEXT-YEAR        PIC 9(04).
              10 WS-NEXT-MONTH       PIC 9(02).
           05 WS-WORK-DATE           PIC 9(08)  VALUE 0.
           05 WS-FIRST-DAY           PIC 9(07)  VALUE 0.
           05 WS-LAST-DAY            PIC 9(07)  VALUE 0.
           05 WS-MONTH-END-DATE      PIC 9(08)  VALUE 0.
           05 WS-DAYS-IN-MONTH       PIC 9(03)  VALUE 0.
           05 WS-MOVE-DAY            PIC 9(07)  VALUE 0.
       01  WS-SWITCH-AREA.
           05 WS-PRIOR-CLOSED-SW     PIC X(01)  VALUE 'N'.
              88 WS-PRIOR-CLOSED                 VALUE 'Y'.
           05 WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
              88 WS-RECORD-FOUND                 VALUE 'Y'.
           05 WS-PRIOR-FOUND-SW      PIC X(01)  VALUE 'N'.
              88 WS-PRIOR-FOUND                  VALUE 'Y'.
           05 WS-BROWSE-SWITCH       PIC X(01)  VALUE 'N'.
              88 WS-BROWSE-DONE                  VALUE 'Y'.
           05 WS-BUBBLE-SWITCH       PIC X(01)  VALUE 'N'.
              88 WS-BUBBLE-DONE                  VALUE 'Y'.
      *    THE ACCOUNT BEING SNAPSHOT AND ITS PRIOR-PERIOD FIGURES.
       01  WS-ACCOUNT-AREA.
           05 WS-ACC-STATUS          PIC X(01)  VALUE SPACE.
           05 WS-BAL-DAYS            PIC S9(17) COMP-3 VALUE 0.
           05 WS-AVERAGE             PIC S9(15) COMP-3 VALUE 0.
           05 WS-TRY-VALUE           PIC S9(15) COMP-3 VALUE 0.
           05 WS-MOVES               PIC 9(05)  VALUE 0.
           05 WS-PRIOR-CLOSING       PIC S9(15) COMP-3 VALUE 0.
           05 WS-PRIOR-STATUS        PIC X(01)  VALUE SPACE.
       01  WS-CNT-HIS-READ           PIC 9(09)  VALUE 0.
       01  WS-CNT-MOVEMENTS          PIC 9(09)  VALUE 0.
       01  WS-CNT-SUMMARY            PIC 9(09)  VALUE 0.
       01  WS-CNT-UNSTAMPED          PIC 9(09)  VALUE 0.
       01  WS-CNT-SNAPSHOT           PIC 9(09)  VALUE 0.
       01  WS-CNT-BAD-DOVIZ          PIC 9(07)  VALUE 0.
       01  WS-CNT-NO-RATE            PIC 9(07)  VALUE 0.
       01  WS-CNT-NEW                PIC 9(07)  VALUE 0.
       01  WS-CNT-CLOSED             PIC 9(07)  VALUE 0.
       01  WS-CNT-STATUS             PIC 9(07)  VALUE 0.
       01  WS-CNT-GONE               PIC 9(07)  VALUE 0.
       01  WS-TRY-TOTAL              PIC S9(17) COMP-3 VALUE 0.
      *    DAILY EXCHANGE RATES (TRY VALUE OF ONE UNIT), SAME CARDS
      *    AND EDITS AS PBEG006 H150/H160.
       01  WS-DVZ-RATE-TABLE.
           05 WS-DVZ-RATE-ENTRY OCCURS 4.
              10 WS-DVZ-RATE         PIC S9(5)V9(6) COMP-3.
              10 WS-DVZ-RATE-SW      PIC X(01).
                 88 WS-DVZ-HAS-RATE              VALUE 'Y'.
       01  WS-RATE-SUB               PIC 9(03).
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
       01  WS-DVZ-NAMES REDEFINES WS-DVZ-NAME-LIST.
           05 WS-DVZ-NAME            PIC X(03)  OCCURS 4.
       01  WS-DVZ-SUB                PIC 9(03).
      *    PER-CURRENCY TOTALS OF THE PERIOD AND THE PRIOR PERIOD.
       01  WS-DVZ-TOTAL-TABLE.
           05 WS-DVZ-TOTAL-ENTRY OCCURS 4.
              10 WS-DVZ-ACCOUNTS     PIC 9(07).
              10 WS-DVZ-CLOSING      PIC S9(17) COMP-3.
              10 WS-DVZ-PRIOR        PIC S9(17) COMP-3.
              10 WS-DVZ-TRY          PIC S9(17) COMP-3.
      *    THE BIGGEST MOVERS PER CURRENCY, LARGEST CHANGE FIRST.
       01  WS-TOP-TABLE.
           05 WS-TOP-DVZ OCCURS 4.
              10 WS-TOP-COUNT        PIC 9(02).
              10 WS-TOP-ENTRY OCCURS 10.
                 15 WS-TOP-ID        PIC 9(05).
                 15 WS-TOP-PRIOR     PIC S9(15) COMP-3.
                 15 WS-TOP-CLOSING   PIC S9(15) COMP-3.
                 15 WS-TOP-CHANGE    PIC S9(15) COMP-3.
                 15 WS-TOP-SIZE      PIC S9(15) COMP-3.
       01  WS-TOP-HOLD.
           05 WS-HOLD-ID             PIC 9(05).
           05 WS-HOLD-PRIOR          PIC S9(15) COMP-3.
           05 WS-HOLD-CLOSING        PIC S9(15) COMP-3.
           05 WS-HOLD-CHANGE         PIC S9(15) COMP-3.
           05 WS-HOLD-SIZE           PIC S9(15) COMP-3.
       01  WS-TOP-MAX                PIC 9(02)  VALUE 10.
       01  WS-TOP-SUB                PIC 9(02).
       01  WS-TOP-PREV               PIC 9(02).
       01  WS-TOP-DVZ-SUB            PIC 9(02).
       01  WS-REPORT-LINES.
           05 WS-CHANGE-LINE.
              10 WS-C-TYPE           PIC X(06).
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-C-ID             PIC Z(4)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-C-DVZ-NAME       PIC X(03).
              10 FILLER              PIC X(03)  VALUE SPACES.
              10 WS-C-OLD-STATUS     PIC X(01).
              10 FILLER              PIC X(04)  VALUE ' -> '.
              10 WS-C-NEW-STATUS     PIC X(01).
              10 FILLER              PIC X(02)  VALUE SPACES.
              10 WS-C-PRIOR          PIC -(14)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-C-CLOSING        PIC -(14)9.
           05 WS-MOVER-LINE.
              10 WS-M-RANK           PIC Z9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-M-DVZ-NAME       PIC X(03).
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-M-ID             PIC Z(4)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-M-PRIOR          PIC -(14)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-M-CLOSING        PIC -(14)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-M-CHANGE         PIC -(14)9.
           05 WS-TOTAL-LINE.
              10 WS-T-DVZ-NAME       PIC X(03).
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-T-ACCOUNTS       PIC Z(6)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-T-CLOSING        PIC -(14)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-T-CHANGE         PIC -(14)9.
              10 FILLER              PIC X(01)  VALUE SPACE.
              10 WS-T-TRY            PIC -(14)9.
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
           PERFORM H150-LOAD-RATES.
           PERFORM H200-WRITE-HEADER.
           PERFORM H300-LOAD-MOVEMENTS.
           PERFORM H400-SNAPSHOT-ACCOUNTS.
           IF WS-PRIOR-CLOSED
              PERFORM H500-FIND-GONE
           END-IF.
           PERFORM H600-WRITE-MOVERS.
           PERFORM H700-MARK-CLOSED.
           PERFORM H900-WRITE-TOTALS.
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
           MOVE 'PBEG035' TO RCT-STEP.
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
           MOVE 'PBEG035' TO RCT-STEP.
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
           DISPLAY 'PBEG035 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           MOVE WS-RCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-MONTH TO WS-PERIOD.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           IF WS-CMDLINE (1:6) IS NUMERIC
              IF WS-CMDLINE (1:6) NOT = WS-PERIOD
                 DISPLAY 'PBEG035 PERIOD DIFFERS FROM RUNCTL: '
                     WS-CMDLINE (1:6)
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           PERFORM H110-SET-PERIOD-DAYS.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  HIS-FILE.
           OPEN I-O    PBH-FILE.
           OPEN OUTPUT AVW-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HIS NOT = 97) AND (CHECK-FILE-HIS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HIS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-PBH NOT = 97) AND (CHECK-FILE-PBH NOT = 0)
      -       AND (CHECK-FILE-PBH NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PBH
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-AVW NOT = 97) AND (CHECK-FILE-AVW NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AVW
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
           CLOSE AVW-FILE.
           OPEN I-O AVW-FILE.
           IF (CHECK-FILE-AVW NOT = 97) AND (CHECK-FILE-AVW NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AVW
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
      *    A PERIOD IS CLOSED ONCE ONLY.
           MOVE WS-PERIOD TO PBH-PERIOD.
           MOVE 0 TO PBH-ID PBH-DOVIZ.
           READ PBH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
              DISPLAY 'PBEG035 PERIOD ALREADY CLOSED: ' WS-PERIOD
                  ' ON ' PBH-CTL-CLOSE-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE WS-PRIOR-PERIOD TO PBH-PERIOD.
           MOVE 0 TO PBH-ID PBH-DOVIZ.
           READ PBH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRIOR-CLOSED-SW
               NOT INVALID KEY
                   SET WS-PRIOR-CLOSED TO TRUE
           END-READ.
       H100-END. EXIT.
      *-----
      * THE PRIOR PERIOD, AND THE FIRST AND LAST CALENDAR DAY OF THE
      * PERIOD AS INTEGER DATES (THE LAST IS THE DAY BEFORE THE
      * FIRST OF THE NEXT MONTH).
      *-----
       H110-SET-PERIOD-DAYS.
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
           MOVE WS-PERIOD TO WS-NEXT-PERIOD.
           IF WS-PERIOD-MONTH = 1
              SUBTRACT 1 FROM WS-PRIOR-YEAR
              MOVE 12 TO WS-PRIOR-MONTH
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.
           IF WS-PERIOD-MONTH = 12
              ADD 1 TO WS-NEXT-YEAR
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-WORK-DATE = WS-PERIOD * 100 + 1.
           COMPUTE WS-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           COMPUTE WS-WORK-DATE = WS-NEXT-PERIOD * 100 + 1.
           COMPUTE WS-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-DAY).
           COMPUTE WS-DAYS-IN-MONTH = WS-LAST-DAY - WS-FIRST-DAY + 1.
       H110-END. EXIT.
      *-----
      * SAME RATE CARDS AND EDITS AS PBEG006 H150/H160. TRY IS
      * WORTH ONE TRY WHETHER OR NOT IT HAS A CARD.
      *-----
       H150-LOAD-RATES.
           MOVE 'N' TO WS-DVZ-RATE-SW (1)
                       WS-DVZ-RATE-SW (2)
                       WS-DVZ-RATE-SW (3)
                       WS-DVZ-RATE-SW (4).
           MOVE 0 TO WS-DVZ-RATE (1) WS-DVZ-RATE (2)
                     WS-DVZ-RATE (3) WS-DVZ-RATE (4).
           OPEN INPUT RATE-FILE.
           IF (CHECK-FILE-RATE NOT = 97) AND (CHECK-FILE-RATE NOT = 0)
      -       AND (CHECK-FILE-RATE NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H160-READ-ONE-RATE UNTIL RATE-FILE-EOF.
           CLOSE RATE-FILE.
           IF NOT WS-DVZ-HAS-RATE (1)
              MOVE 1 TO WS-DVZ-RATE (1)
              SET WS-DVZ-HAS-RATE (1) TO TRUE
           END-IF.
       H150-END. EXIT.
      *-----
       H160-READ-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET RATE-FILE-EOF TO TRUE
               NOT AT END
                   IF RATE-DOVIZ NUMERIC
                      AND FUNCTION TEST-NUMVAL(RATE-VALUE) = 0
                      COMPUTE WS-RATE-SUB =
                          FUNCTION NUMVAL(RATE-DOVIZ)
                      IF WS-RATE-SUB >= 1 AND WS-RATE-SUB <= 4
                         COMPUTE WS-DVZ-RATE (WS-RATE-SUB) =
                             FUNCTION NUMVAL(RATE-VALUE)
                         IF WS-DVZ-RATE (WS-RATE-SUB) > 0
                            SET WS-DVZ-HAS-RATE (WS-RATE-SUB) TO TRUE
                         END-IF
                      END-IF
                   ELSE
                      DISPLAY 'PBEG035 BAD RATE CARD: ' RATE-REC
                   END-IF
           END-READ.
       H160-END. EXIT.
      *-----
       H200-WRITE-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING 'MONTH-END CLOSE - PBEG035   PERIOD ' WS-PERIOD
                  '   BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-PRIOR-CLOSED
              STRING 'COMPARED WITH PERIOD ' WS-PRIOR-PERIOD
                  DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING 'PERIOD ' WS-PRIOR-PERIOD
                     ' NOT CLOSED - NO VARIANCE AGAINST IT'
                  DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'ACCOUNT CHANGES' DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'TYPE      ID DVZ   STATUS          PRIOR CLOSING'
                  '         CLOSING'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
      * ONE PASS OVER AUDHIST. ONLY RECORDS POSTED IN THE PERIOD ARE
      * TAKEN; UNSTAMPED RECORDS HAVE NO DATE AND ARE COUNTED ONLY.
      *-----
       H300-LOAD-MOVEMENTS.
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
                   EVALUATE TRUE
                       WHEN AUD-POST-DATE NOT NUMERIC
                           ADD 1 TO WS-CNT-UNSTAMPED
                       WHEN AUD-POST-DATE = 0
                           ADD 1 TO WS-CNT-UNSTAMPED
                       WHEN AUD-POST-MONTH = WS-PERIOD
                           PERFORM H320-ADD-MOVEMENT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       H310-END. EXIT.
      *-----
      * THE BALANCE HELD SINCE THE LAST MOVEMENT IS ADDED FOR THE
      * DAYS UP TO THIS ONE, THEN THIS MOVEMENT'S NEW BALANCE HOLDS.
      *-----
       H320-ADD-MOVEMENT.
           ADD 1 TO WS-CNT-MOVEMENTS.
           IF AUD-MONTH-SUMMARY
              ADD 1 TO WS-CNT-SUMMARY
           END-IF.
           COMPUTE WS-MOVE-DAY =
               FUNCTION INTEGER-OF-DATE(AUD-POST-DATE).
           IF WS-MOVE-DAY < WS-FIRST-DAY
              MOVE WS-FIRST-DAY TO WS-MOVE-DAY
           END-IF.
           IF WS-MOVE-DAY > WS-LAST-DAY
              MOVE WS-LAST-DAY TO WS-MOVE-DAY
           END-IF.
           MOVE AUD-ID TO AVW-ID.
           MOVE AUD-DOVIZ TO AVW-DOVIZ.
           READ AVW-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
              COMPUTE AVW-BAL-DAYS = AVW-BAL-DAYS
                  + AVW-CUR-BALANCE * (WS-MOVE-DAY - AVW-CUR-DAY)
              MOVE AUD-NEW-BALANCE TO AVW-CUR-BALANCE
              MOVE WS-MOVE-DAY TO AVW-CUR-DAY
              ADD 1 TO AVW-MOVES
              REWRITE AVW-REC
           ELSE
              MOVE AUD-OLD-BALANCE TO AVW-FIRST-OLD
              MOVE WS-MOVE-DAY TO AVW-FIRST-DAY
              MOVE AUD-NEW-BALANCE TO AVW-CUR-BALANCE
              MOVE WS-MOVE-DAY TO AVW-CUR-DAY
              MOVE 0 TO AVW-BAL-DAYS
              MOVE 1 TO AVW-MOVES
              WRITE AVW-REC
           END-IF.
       H320-END. EXIT.
      *-----
       H400-SNAPSHOT-ACCOUNTS.
           MOVE 0 TO WS-TOP-COUNT (1) WS-TOP-COUNT (2)
                     WS-TOP-COUNT (3) WS-TOP-COUNT (4).
           PERFORM H405-CLEAR-ONE-TOTAL
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > 4.
           PERFORM H410-READ-ONE-ACCOUNT UNTIL INDEX-FILE-EOF.
       H400-END. EXIT.
      *-----
       H405-CLEAR-ONE-TOTAL.
           MOVE 0 TO WS-DVZ-ACCOUNTS (WS-DVZ-SUB)
                     WS-DVZ-CLOSING (WS-DVZ-SUB)
                     WS-DVZ-PRIOR (WS-DVZ-SUB)
                     WS-DVZ-TRY (WS-DVZ-SUB).
       H405-END. EXIT.
      *-----
      * AN ACCOUNT WITH A DOVIZ OUTSIDE 1-4 HAS NO PLACE ON THE
      * HISTORY; IT IS COUNTED AND LEFT TO THE PBEG034 SWEEP.
      *-----
       H410-READ-ONE-ACCOUNT.
           READ IDX-FILE NEXT RECORD
               AT END
                   SET INDEX-FILE-EOF TO TRUE
               NOT AT END
                   IF IDX-FILE-DOVIZ >= 1 AND IDX-FILE-DOVIZ <= 4
                      PERFORM H420-SNAPSHOT-ONE
                   ELSE
                      ADD 1 TO WS-CNT-BAD-DOVIZ
                   END-IF
           END-READ.
       H410-END. EXIT.
      *-----
       H420-SNAPSHOT-ONE.
           MOVE IDX-FILE-DOVIZ TO WS-DVZ-SUB.
           MOVE IDX-FILE-STATUS TO WS-ACC-STATUS.
           IF WS-ACC-STATUS = SPACE
              MOVE 'A' TO WS-ACC-STATUS
           END-IF.
           PERFORM H430-AVERAGE-BALANCE.
           IF WS-DVZ-HAS-RATE (WS-DVZ-SUB)
              COMPUTE WS-TRY-VALUE ROUNDED =
                  IDX-FILE-BALANCE * WS-DVZ-RATE (WS-DVZ-SUB)
           ELSE
              MOVE 0 TO WS-TRY-VALUE
              ADD 1 TO WS-CNT-NO-RATE
           END-IF.
           IF WS-PRIOR-CLOSED
              PERFORM H440-READ-PRIOR
           END-IF.
           PERFORM H450-WRITE-SNAPSHOT.
           ADD 1 TO WS-CNT-SNAPSHOT.
           ADD 1 TO WS-DVZ-ACCOUNTS (WS-DVZ-SUB).
           ADD IDX-FILE-BALANCE TO WS-DVZ-CLOSING (WS-DVZ-SUB).
           ADD WS-TRY-VALUE TO WS-DVZ-TRY (WS-DVZ-SUB).
           ADD WS-TRY-VALUE TO WS-TRY-TOTAL.
           IF WS-PRIOR-CLOSED
              PERFORM H460-COMPARE-PRIOR
           END-IF.
       H420-END. EXIT.
      *-----
      * BEFORE THE FIRST MOVEMENT THE ACCOUNT HELD THAT MOVEMENT'S
      * OLD BALANCE; AFTER THE LAST IT HOLDS THE CLOSING BALANCE TO
      * THE END OF THE MONTH.
      *-----
       H430-AVERAGE-BALANCE.
           MOVE IDX-FILE-ID TO AVW-ID.
           MOVE IDX-FILE-DOVIZ TO AVW-DOVIZ.
           READ AVW-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-RECORD-FOUND
              COMPUTE WS-BAL-DAYS =
                  AVW-FIRST-OLD * (AVW-FIRST-DAY - WS-FIRST-DAY)
                  + AVW-BAL-DAYS
                  + IDX-FILE-BALANCE * (WS-LAST-DAY - AVW-CUR-DAY + 1)
              MOVE AVW-MOVES TO WS-MOVES
           ELSE
              COMPUTE WS-BAL-DAYS = IDX-FILE-BALANCE * WS-DAYS-IN-MONTH
              MOVE 0 TO WS-MOVES
           END-IF.
           COMPUTE WS-AVERAGE ROUNDED = WS-BAL-DAYS / WS-DAYS-IN-MONTH.
       H430-END. EXIT.
      *-----
       H440-READ-PRIOR.
           MOVE WS-PRIOR-PERIOD TO PBH-PERIOD.
           MOVE IDX-FILE-ID TO PBH-ID.
           MOVE IDX-FILE-DOVIZ TO PBH-DOVIZ.
           READ PBH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRIOR-FOUND-SW
               NOT INVALID KEY
                   SET WS-PRIOR-FOUND TO TRUE
           END-READ.
           IF WS-PRIOR-FOUND
              MOVE PBH-CLOSING TO WS-PRIOR-CLOSING
              MOVE PBH-STATUS TO WS-PRIOR-STATUS
           ELSE
              MOVE 0 TO WS-PRIOR-CLOSING
              MOVE SPACE TO WS-PRIOR-STATUS
           END-IF.
       H440-END. EXIT.
      *-----
      * A SNAPSHOT LEFT BY A CLOSE THAT DID NOT FINISH IS REPLACED.
      *-----
       H450-WRITE-SNAPSHOT.
           MOVE WS-PERIOD TO PBH-PERIOD.
           MOVE IDX-FILE-ID TO PBH-ID.
           MOVE IDX-FILE-DOVIZ TO PBH-DOVIZ.
           READ PBH-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           MOVE SPACES TO PBH-REC.
           MOVE WS-PERIOD TO PBH-PERIOD.
           MOVE IDX-FILE-ID TO PBH-ID.
           MOVE IDX-FILE-DOVIZ TO PBH-DOVIZ.
           MOVE IDX-FILE-BALANCE TO PBH-CLOSING.
           MOVE WS-ACC-STATUS TO PBH-STATUS.
           MOVE WS-AVERAGE TO PBH-AVERAGE.
           MOVE WS-TRY-VALUE TO PBH-TRY-VALUE.
           MOVE WS-DVZ-RATE (WS-DVZ-SUB) TO PBH-RATE.
           MOVE WS-DVZ-RATE-SW (WS-DVZ-SUB) TO PBH-RATE-SW.
           MOVE WS-MOVES TO PBH-MOVES.
           MOVE WS-BUSINESS-DATE TO PBH-CLOSE-DATE.
           MOVE WS-RCT-RUN-NUMBER TO PBH-RUN-NUMBER.
           IF WS-RECORD-FOUND
              REWRITE PBH-REC
           ELSE
              WRITE PBH-REC
           END-IF.
       H450-END. EXIT.
      *-----
       H460-COMPARE-PRIOR.
           ADD WS-PRIOR-CLOSING TO WS-DVZ-PRIOR (WS-DVZ-SUB).
           MOVE SPACES TO WS-C-TYPE.
           EVALUATE TRUE
               WHEN NOT WS-PRIOR-FOUND
                   MOVE 'NEW' TO WS-C-TYPE
                   ADD 1 TO WS-CNT-NEW
               WHEN WS-ACC-STATUS = WS-PRIOR-STATUS
                   CONTINUE
               WHEN IDX-STATUS-CLOSED
                   MOVE 'CLOSED' TO WS-C-TYPE
                   ADD 1 TO WS-CNT-CLOSED
               WHEN OTHER
                   MOVE 'STATUS' TO WS-C-TYPE
                   ADD 1 TO WS-CNT-STATUS
           END-EVALUATE.
           IF WS-C-TYPE NOT = SPACES
              MOVE IDX-FILE-ID TO WS-C-ID
              MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-C-DVZ-NAME
              MOVE WS-PRIOR-STATUS TO WS-C-OLD-STATUS
              MOVE WS-ACC-STATUS TO WS-C-NEW-STATUS
              MOVE WS-PRIOR-CLOSING TO WS-C-PRIOR
              MOVE IDX-FILE-BALANCE TO WS-C-CLOSING
              MOVE SPACES TO RPT-REC
              MOVE WS-CHANGE-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE WS-DVZ-SUB TO WS-TOP-DVZ-SUB.
           MOVE IDX-FILE-ID TO WS-HOLD-ID.
           MOVE WS-PRIOR-CLOSING TO WS-HOLD-PRIOR.
           MOVE IDX-FILE-BALANCE TO WS-HOLD-CLOSING.
           PERFORM H800-RANK-MOVER.
       H460-END. EXIT.
      *-----
      * ACCOUNTS ON THE PRIOR PERIOD THAT ARE NO LONGER ON IDX-FILE
      * WERE DELETED DURING THE PERIOD. THEIR WHOLE PRIOR BALANCE IS
      * THEIR MOVEMENT.
      *-----
       H500-FIND-GONE.
           MOVE 'N' TO WS-BROWSE-SWITCH.
           MOVE WS-PRIOR-PERIOD TO PBH-PERIOD.
           MOVE 0 TO PBH-ID PBH-DOVIZ.
           START PBH-FILE KEY IS GREATER THAN PBH-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM H510-READ-ONE-PRIOR UNTIL WS-BROWSE-DONE.
       H500-END. EXIT.
      *-----
       H510-READ-ONE-PRIOR.
           READ PBH-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
               NOT AT END
                   IF PBH-PERIOD NOT = WS-PRIOR-PERIOD
                      SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-READ.
           IF NOT WS-BROWSE-DONE
              PERFORM H520-CHECK-GONE
           END-IF.
       H510-END. EXIT.
      *-----
       H520-CHECK-GONE.
           MOVE PBH-ID TO IDX-FILE-ID.
           MOVE PBH-DOVIZ TO IDX-FILE-DOVIZ.
           READ IDX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT WS-RECORD-FOUND
              AND PBH-DOVIZ >= 1 AND PBH-DOVIZ <= 4
              ADD 1 TO WS-CNT-GONE
              MOVE PBH-DOVIZ TO WS-DVZ-SUB
              ADD PBH-CLOSING TO WS-DVZ-PRIOR (WS-DVZ-SUB)
              MOVE 'GONE' TO WS-C-TYPE
              MOVE PBH-ID TO WS-C-ID
              MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-C-DVZ-NAME
              MOVE PBH-STATUS TO WS-C-OLD-STATUS
              MOVE SPACE TO WS-C-NEW-STATUS
              MOVE PBH-CLOSING TO WS-C-PRIOR
              MOVE 0 TO WS-C-CLOSING
              MOVE SPACES TO RPT-REC
              MOVE WS-CHANGE-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE WS-DVZ-SUB TO WS-TOP-DVZ-SUB
              MOVE PBH-ID TO WS-HOLD-ID
              MOVE PBH-CLOSING TO WS-HOLD-PRIOR
              MOVE 0 TO WS-HOLD-CLOSING
              PERFORM H800-RANK-MOVER
           END-IF.
       H520-END. EXIT.
      *-----
       H600-WRITE-MOVERS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'BIGGEST MOVERS PER CURRENCY' DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING ' # DVZ    ID   PRIOR CLOSING         CLOSING'
                  '          CHANGE'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H610-WRITE-ONE-CURRENCY
               VARYING WS-TOP-DVZ-SUB FROM 1 BY 1
               UNTIL WS-TOP-DVZ-SUB > 4.
       H600-END. EXIT.
      *-----
       H610-WRITE-ONE-CURRENCY.
           PERFORM H620-WRITE-ONE-MOVER
               VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-TOP-COUNT (WS-TOP-DVZ-SUB).
       H610-END. EXIT.
      *-----
       H620-WRITE-ONE-MOVER.
           MOVE WS-TOP-SUB TO WS-M-RANK.
           MOVE WS-DVZ-NAME (WS-TOP-DVZ-SUB) TO WS-M-DVZ-NAME.
           MOVE WS-TOP-ID (WS-TOP-DVZ-SUB, WS-TOP-SUB) TO WS-M-ID.
           MOVE WS-TOP-PRIOR (WS-TOP-DVZ-SUB, WS-TOP-SUB)
               TO WS-M-PRIOR.
           MOVE WS-TOP-CLOSING (WS-TOP-DVZ-SUB, WS-TOP-SUB)
               TO WS-M-CLOSING.
           MOVE WS-TOP-CHANGE (WS-TOP-DVZ-SUB, WS-TOP-SUB)
               TO WS-M-CHANGE.
           MOVE SPACES TO RPT-REC.
           MOVE WS-MOVER-LINE TO RPT-REC.
           WRITE RPT-REC.
       H620-END. EXIT.
      *-----
      * THE CONTROL RECORD GOES LAST: ONLY A FINISHED CLOSE MARKS
      * THE PERIOD CLOSED.
      *-----
       H700-MARK-CLOSED.
           MOVE SPACES TO PBH-CTL-REC.
           MOVE WS-PERIOD TO PBH-PERIOD.
           MOVE 0 TO PBH-ID PBH-DOVIZ.
           MOVE WS-CNT-SNAPSHOT TO PBH-CTL-ACCOUNTS.
           MOVE WS-TRY-TOTAL TO PBH-CTL-TRY-TOTAL.
           MOVE WS-CNT-NO-RATE TO PBH-CTL-NO-RATE.
           MOVE WS-BUSINESS-DATE TO PBH-CTL-CLOSE-DATE.
           MOVE WS-RCT-RUN-NUMBER TO PBH-CTL-RUN-NUMBER.
           WRITE PBH-CTL-REC
               INVALID KEY
                   DISPLAY 'PBEG035 PERIOD CONTROL RECORD NOT '
                       'WRITTEN: ' CHECK-FILE-PBH
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       H700-END. EXIT.
      *-----
      * KEEP THE LARGEST CHANGES IN CLOSING BALANCE PER CURRENCY.
      * THE CALLER FILLS WS-TOP-DVZ-SUB AND THE ID, PRIOR AND
      * CLOSING OF WS-TOP-HOLD. A NEW ENTRY GOES IN AT THE BOTTOM
      * AND IS MOVED UP PAST EVERY SMALLER CHANGE.
      *-----
       H800-RANK-MOVER.
           COMPUTE WS-HOLD-CHANGE = WS-HOLD-CLOSING - WS-HOLD-PRIOR.
           IF WS-HOLD-CHANGE < 0
              COMPUTE WS-HOLD-SIZE = 0 - WS-HOLD-CHANGE
           ELSE
              MOVE WS-HOLD-CHANGE TO WS-HOLD-SIZE
           END-IF.
           MOVE 0 TO WS-TOP-SUB.
           IF WS-HOLD-SIZE > 0
              IF WS-TOP-COUNT (WS-TOP-DVZ-SUB) < WS-TOP-MAX
                 ADD 1 TO WS-TOP-COUNT (WS-TOP-DVZ-SUB)
                 MOVE WS-TOP-COUNT (WS-TOP-DVZ-SUB) TO WS-TOP-SUB
              ELSE
                 IF WS-HOLD-SIZE >
                    WS-TOP-SIZE (WS-TOP-DVZ-SUB, WS-TOP-MAX)
                    MOVE WS-TOP-MAX TO WS-TOP-SUB
                 END-IF
              END-IF
           END-IF.
           IF WS-TOP-SUB > 0
              MOVE WS-TOP-HOLD
                  TO WS-TOP-ENTRY (WS-TOP-DVZ-SUB, WS-TOP-SUB)
              MOVE 'N' TO WS-BUBBLE-SWITCH
              PERFORM H810-MOVE-UP UNTIL WS-BUBBLE-DONE
           END-IF.
       H800-END. EXIT.
      *-----
       H810-MOVE-UP.
           IF WS-TOP-SUB = 1
              SET WS-BUBBLE-DONE TO TRUE
           ELSE
              COMPUTE WS-TOP-PREV = WS-TOP-SUB - 1
              IF WS-TOP-SIZE (WS-TOP-DVZ-SUB, WS-TOP-PREV) <
                 WS-TOP-SIZE (WS-TOP-DVZ-SUB, WS-TOP-SUB)
                 MOVE WS-TOP-ENTRY (WS-TOP-DVZ-SUB, WS-TOP-PREV)
                     TO WS-TOP-HOLD
                 MOVE WS-TOP-ENTRY (WS-TOP-DVZ-SUB, WS-TOP-SUB)
                     TO WS-TOP-ENTRY (WS-TOP-DVZ-SUB, WS-TOP-PREV)
                 MOVE WS-TOP-HOLD
                     TO WS-TOP-ENTRY (WS-TOP-DVZ-SUB, WS-TOP-SUB)
                 MOVE WS-TOP-PREV TO WS-TOP-SUB
              ELSE
                 SET WS-BUBBLE-DONE TO TRUE
              END-IF
           END-IF.
       H810-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'DVZ ACCOUNTS         CLOSING   CHANGE ON PRIOR'
                  '   TRY EQUIVALENT'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H910-WRITE-ONE-TOTAL
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > 4.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'PERIOD LAST DAY' TO WS-CTL-LABEL.
           MOVE WS-MONTH-END-DATE TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'AUDIT HISTORY RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-HIS-READ TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'MOVEMENTS IN PERIOD' TO WS-CTL-LABEL.
           MOVE WS-CNT-MOVEMENTS TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE '  OF WHICH MONTHLY SUMMARIES' TO WS-CTL-LABEL.
           MOVE WS-CNT-SUMMARY TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'UNSTAMPED RECORDS SKIPPED' TO WS-CTL-LABEL.
           MOVE WS-CNT-UNSTAMPED TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS SNAPSHOT' TO WS-CTL-LABEL.
           MOVE WS-CNT-SNAPSHOT TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'NEW ACCOUNTS' TO WS-CTL-LABEL.
           MOVE WS-CNT-NEW TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS CLOSED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CLOSED TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'OTHER STATUS CHANGES' TO WS-CTL-LABEL.
           MOVE WS-CNT-STATUS TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS DELETED (GONE)' TO WS-CTL-LABEL.
           MOVE WS-CNT-GONE TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS WITH NO RATE' TO WS-CTL-LABEL.
           MOVE WS-CNT-NO-RATE TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS WITH BAD DOVIZ' TO WS-CTL-LABEL.
           MOVE WS-CNT-BAD-DOVIZ TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           MOVE 'TOTAL TRY EQUIVALENT' TO WS-CTL-LABEL.
           MOVE WS-TRY-TOTAL TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           IF WS-CNT-NO-RATE > 0 OR WS-CNT-BAD-DOVIZ > 0
              MOVE SPACES TO RPT-REC
              STRING '*** ACCOUNTS WITHOUT A TRY VALUE OR LEFT OUT - '
                     'SEE COUNTS ***' DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           DISPLAY 'PBEG035 PERIOD ' WS-PERIOD ' CLOSED, ACCOUNTS: '
               WS-CNT-SNAPSHOT.
       H900-END. EXIT.
      *-----
       H910-WRITE-ONE-TOTAL.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-T-DVZ-NAME.
           MOVE WS-DVZ-ACCOUNTS (WS-DVZ-SUB) TO WS-T-ACCOUNTS.
           MOVE WS-DVZ-CLOSING (WS-DVZ-SUB) TO WS-T-CLOSING.
           COMPUTE WS-T-CHANGE = WS-DVZ-CLOSING (WS-DVZ-SUB)
               - WS-DVZ-PRIOR (WS-DVZ-SUB).
           MOVE WS-DVZ-TRY (WS-DVZ-SUB) TO WS-T-TRY.
           MOVE SPACES TO RPT-REC.
           MOVE WS-TOTAL-LINE TO RPT-REC.
           WRITE RPT-REC.
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
              MOVE 'PBEG035' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG035 STEP RECORD LOST ON RUNCTL'
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
           CLOSE HIS-FILE.
           CLOSE PBH-FILE.
           CLOSE AVW-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
