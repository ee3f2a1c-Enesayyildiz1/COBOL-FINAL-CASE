       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG032.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * RUN CONTROL - BUSINESS DATE, STEP MAINTENANCE, END-OF-DAY
      * ROLLOVER AND CHAIN STATUS REPORT
      *
      * THE RUN CONTROL FILE (RUNCTL) HOLDS ONE 'CONTROL' RECORD WITH
      * THE CURRENT BUSINESS DATE AND RUN NUMBER, AND ONE RECORD PER
      * STEP OF THE NIGHTLY CHAIN KEYED ON THE PROGRAM NAME, WITH
      * ITS PLACE IN THE CHAIN, THE STEP THAT MUST COMPLETE BEFORE
      * IT, AND ITS STATUS FOR THE LAST BUSINESS DATE IT RAN:
      *    R = RUNNING (STARTED, NOT YET ENDED - OR ABENDED)
      *    C = COMPLETE (ENDED WITH RETURN CODE BELOW 8)
      *    F = FAILED   (ENDED WITH RETURN CODE 8 OR MORE)
      *    X = BYPASSED BY THE OPERATOR FOR THAT DATE
      *    P = PENDING  (RESET BY THE OPERATOR FOR A RERUN)
      * A STEP WHOSE DATE IS NOT THE CURRENT BUSINESS DATE HAS NOT
      * RUN YET TODAY. EVERY BATCH PROGRAM TAKES ITS BUSINESS DATE
      * AND RUN NUMBER FROM THE CONTROL RECORD; ONE DEFINED AS A STEP
      * REFUSES TO START UNTIL ITS PREDECESSOR IS COMPLETE (OR
      * BYPASSED) FOR THE SAME DATE, REFUSES A SECOND RUN ONCE IT HAS
      * COMPLETED, AND MARKS ITSELF RUNNING, THEN COMPLETE OR FAILED.
      *
      * COMMAND LINE POS 1 SELECTS THE FUNCTION:
      *    M  APPLY THE MAINTENANCE CARDS (RCTCARD), THEN REPORT
      *    E  END-OF-DAY ROLLOVER, THEN REPORT
      *    S  (OR BLANK) STATUS REPORT ONLY
      * THE STATUS REPORT (RCTRPT) LISTS EVERY STEP IN CHAIN ORDER
      * AND NAMES THE STEP WHERE THE CHAIN STOPPED.
      *
      * ROLLOVER IS REFUSED (RC 8) UNLESS EVERY DEFINED STEP IS
      * COMPLETE OR BYPASSED FOR THE CURRENT DATE. IT MOVES THE
      * BUSINESS DATE TO THE NEXT WORKING DAY - SATURDAYS, SUNDAYS
      * AND THE HOLIDAYS ON THE CALENDAR FILE (CALFILE) ARE SKIPPED -
      * AND ADDS ONE TO THE RUN NUMBER.
      *
      * MAINTENANCE CARD (RCTCARD) LAYOUT:
      *    POS  1     ACTION
      *                 I = INITIALISE THE CONTROL RECORD
      *                 D = DEFINE (OR REDEFINE) A STEP
      *                 X = DELETE A STEP DEFINITION
      *                 B = BYPASS A STEP FOR THE CURRENT DATE
      *                 R = RESET A STEP TO PENDING FOR A RERUN
      *    POS  3-10  I: BUSINESS DATE YYYYMMDD  OTHERS: STEP NAME
      *    POS 12-16  I: RUN NUMBER
      *    POS 12-14  D: SEQUENCE IN THE CHAIN
      *    POS 16-23  D: PREDECESSOR STEP NAME (BLANK = FIRST STEP)
      *
      * CALENDAR CARD (CALFILE) LAYOUT:
      *    POS  1- 8  HOLIDAY DATE YYYYMMDD
      *    POS 10-39  DESCRIPTION
      *
      * RETURN CODE 4 WHEN A CARD IS REJECTED OR THE CHAIN HAS A
      * FAILED STEP, 8 WHEN THE ROLLOVER IS REFUSED.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
           SELECT OPTIONAL RCC-FILE ASSIGN TO RCTCARD
                           STATUS CHECK-FILE-RCC.
           SELECT OPTIONAL CAL-FILE ASSIGN TO CALFILE
                           STATUS CHECK-FILE-CAL.
           SELECT RPT-FILE ASSIGN TO RCTRPT
                           STATUS CHECK-FILE-OUTPUT.
       DATA DIVISION.
       FILE SECTION.
      *    RUN CONTROL RECORD. THE STEP LAYOUT IS CARRIED BY EVERY
      *    PROGRAM THAT READS THE FILE - KEEP THEM IN STEP.
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
      *    THE 'CONTROL' RECORD: BUSINESS DATE AND RUN NUMBER SIT
      *    WHERE A STEP KEEPS ITS OWN, SO ANY PROGRAM CAN READ THEM
      *    THROUGH THE STEP LAYOUT.
         01  RCT-CONTROL-REC.
           05 RCT-C-KEY              PIC X(08).
           05 FILLER                 PIC X(11).
           05 RCT-C-STATUS           PIC X(01).
           05 RCT-C-BUSINESS-DATE    PIC 9(08).
           05 RCT-C-RUN-NUMBER       PIC 9(05).
           05 RCT-C-PREV-DATE        PIC 9(08).
           05 RCT-C-ROLL-DATE        PIC 9(08).
           05 RCT-C-ROLL-TIME        PIC 9(06).
           05 FILLER                 PIC X(25).
       FD  RCC-FILE RECORDING MODE F.
         01  RCC-REC.
           05 RCC-ACTION             PIC X(01).
           05 FILLER                 PIC X(01).
           05 RCC-STEP               PIC X(08).
           05 FILLER                 PIC X(01).
           05 RCC-SEQUENCE           PIC X(03).
           05 FILLER                 PIC X(01).
           05 RCC-PREDECESSOR        PIC X(08).
         01  RCC-INIT-REC.
           05 FILLER                 PIC X(02).
           05 RCC-I-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 RCC-I-RUN-NUMBER       PIC X(05).
       FD  CAL-FILE RECORDING MODE F.
         01  CAL-REC.
           05 CAL-DATE               PIC X(08).
           05 FILLER                 PIC X(01).
           05 CAL-DESC               PIC X(30).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CHECK-FILE-RCT         PIC 9(2).
              88 RCT-FILE-EOF                     VALUE 10.
              88 RCT-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-RCC         PIC 9(2).
              88 RCC-FILE-EOF                     VALUE 10.
              88 RCC-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-CAL         PIC 9(2).
              88 CAL-FILE-EOF                     VALUE 10.
              88 CAL-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-RUN-MODE-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-FUNCTION            PIC X(01)  VALUE SPACE.
              88 WS-FUNC-MAINTAIN                VALUE 'M'.
              88 WS-FUNC-ROLLOVER                VALUE 'E'.
           05 WS-TODAY               PIC 9(08)  VALUE 0.
           05 WS-TIME-RAW            PIC 9(08)  VALUE 0.
           05 WS-NOW-TIME            PIC 9(06)  VALUE 0.
       01  WS-CONTROL-AREA.
           05 WS-CTL-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
              88 WS-CTL-FOUND                    VALUE 'Y'.
           05 WS-BUSINESS-DATE       PIC 9(08)  VALUE 0.
           05 WS-RUN-NUMBER          PIC 9(05)  VALUE 0.
           05 WS-PREV-DATE           PIC 9(08)  VALUE 0.
           05 WS-ROLL-DATE           PIC 9(08)  VALUE 0.
           05 WS-ROLL-TIME           PIC 9(06)  VALUE 0.
      *    EVERY STEP ON THE FILE, HELD IN CHAIN ORDER FOR THE REPORT
      *    AND FOR THE ROLLOVER CHECK.
       01  WS-STEP-TABLE.
           05 WS-STEP-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-STEP-ENTRY OCCURS 100.
              10 WS-ST-IMAGE         PIC X(80).
       01  WS-STEP-HOLD              PIC X(80).
       01  WS-STEP-SUB               PIC 9(03)  COMP.
       01  WS-SORT-SUB               PIC 9(03)  COMP.
       01  WS-SORT-LIMIT             PIC 9(03)  COMP.
       01  WS-SORT-SWAPPED-SWITCH    PIC X(01).
           88 WS-SORT-SWAPPED                    VALUE 'Y'.
      *    ONE STEP UNPACKED FROM THE TABLE.
       01  WS-STEP-VIEW.
           05 WS-SV-STEP             PIC X(08).
           05 WS-SV-SEQUENCE         PIC 9(03).
           05 WS-SV-PREDECESSOR      PIC X(08).
           05 WS-SV-STATUS           PIC X(01).
           05 WS-SV-BUSINESS-DATE    PIC 9(08).
           05 WS-SV-RUN-NUMBER       PIC 9(05).
           05 WS-SV-START-DATE       PIC 9(08).
           05 WS-SV-START-TIME       PIC 9(06).
           05 WS-SV-END-DATE         PIC 9(08).
           05 WS-SV-END-TIME         PIC 9(06).
           05 WS-SV-RETURN-CODE      PIC 9(04).
           05 FILLER                 PIC X(15).
       01  WS-NEXT-VIEW.
           05 FILLER                 PIC X(08).
           05 WS-NV-SEQUENCE         PIC 9(03).
           05 FILLER                 PIC X(69).
       01  WS-CHAIN-AREA.
           05 WS-STOP-FOUND-SWITCH   PIC X(01).
              88 WS-STOP-FOUND                   VALUE 'Y'.
           05 WS-STOP-STEP           PIC X(08).
           05 WS-STOP-TEXT           PIC X(30).
           05 WS-CNT-DONE            PIC 9(03)  COMP.
           05 WS-CNT-FAILED          PIC 9(03)  COMP.
           05 WS-STATE-TEXT          PIC X(10).
      *    HOLIDAYS FROM THE CALENDAR FILE.
       01  WS-CAL-TABLE.
           05 WS-CAL-COUNT           PIC 9(03)  COMP VALUE 0.
           05 WS-CAL-DATE            PIC 9(08)  OCCURS 500.
       01  WS-CAL-SUB                PIC 9(03)  COMP.
       01  WS-ROLL-AREA.
           05 WS-NEW-DATE            PIC 9(08).
           05 WS-DAY-NUMBER          PIC 9(07).
           05 WS-WEEKDAY             PIC 9(01).
           05 WS-WORKDAY-SWITCH      PIC X(01).
              88 WS-IS-WORKDAY                   VALUE 'Y'.
           05 WS-SKIPPED             PIC 9(03)  COMP.
       01  WS-CARD-AREA.
           05 WS-CARD-SWITCH         PIC X(01).
              88 WS-CARD-VALID                   VALUE 'Y'.
              88 WS-CARD-INVALID                 VALUE 'N'.
           05 WS-CARD-REASON         PIC X(30).
           05 WS-CNT-CARDS           PIC 9(05)  VALUE 0.
           05 WS-CNT-APPLIED         PIC 9(05)  VALUE 0.
           05 WS-CNT-REJECTED        PIC 9(05)  VALUE 0.
       01  WS-STEP-LINE.
           05 WS-L-SEQUENCE          PIC ZZ9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-STEP              PIC X(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-PREDECESSOR       PIC X(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-STATE             PIC X(10).
           05 WS-L-DATE              PIC X(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-START-DATE        PIC X(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-START-TIME        PIC X(06).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-END-TIME          PIC X(06).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-L-RETURN-CODE       PIC X(04).
       01  WS-CARD-LINE.
           05 FILLER                 PIC X(05)  VALUE 'CARD '.
           05 WS-C-IMAGE             PIC X(23).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-C-RESULT            PIC X(09).
           05 WS-C-REASON            PIC X(30).
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-CONTROL.
           IF WS-FUNC-MAINTAIN
              PERFORM H300-APPLY-CARDS
              PERFORM H150-READ-CONTROL
           END-IF.
           PERFORM H200-LOAD-STEPS.
           IF WS-FUNC-ROLLOVER
              PERFORM H500-ROLLOVER
           END-IF.
           PERFORM H700-STATUS-REPORT.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *-----
       H100-OPEN-FILES.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-CMDLINE (1:1) TO WS-FUNCTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-NOW-TIME.
           OPEN I-O    RCT-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-RCT NOT = 97) AND (CHECK-FILE-RCT NOT = 0)
      -       AND (CHECK-FILE-RCT NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RCT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-OUTPUT NOT = 97) AND
      -       (CHECK-FILE-OUTPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-OUTPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H100-END. EXIT.
      *-----
       H150-READ-CONTROL.
           MOVE 'CONTROL' TO RCT-STEP.
           READ RCT-FILE KEY IS RCT-STEP
               INVALID KEY
                   MOVE 'N' TO WS-CTL-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
                   MOVE RCT-C-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE RCT-C-RUN-NUMBER TO WS-RUN-NUMBER
                   MOVE RCT-C-PREV-DATE TO WS-PREV-DATE
                   MOVE RCT-C-ROLL-DATE TO WS-ROLL-DATE
                   MOVE RCT-C-ROLL-TIME TO WS-ROLL-TIME
           END-READ.
       H150-END. EXIT.
      *-----
      * EVERY STEP RECORD INTO THE TABLE (THE FILE IS IN NAME ORDER),
      * THEN INTO CHAIN ORDER BY SEQUENCE.
      *-----
       H200-LOAD-STEPS.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE LOW-VALUES TO RCT-STEP.
           START RCT-FILE KEY IS NOT LESS THAN RCT-STEP
               INVALID KEY
                   SET RCT-FILE-EOF TO TRUE
               NOT INVALID KEY
                   MOVE 0 TO CHECK-FILE-RCT
           END-START.
           PERFORM H210-LOAD-ONE-STEP UNTIL RCT-FILE-EOF.
           MOVE WS-STEP-COUNT TO WS-SORT-LIMIT.
           SET WS-SORT-SWAPPED TO TRUE.
           PERFORM H220-SORT-PASS
               UNTIL NOT WS-SORT-SWAPPED OR WS-SORT-LIMIT < 2.
       H200-END. EXIT.
      *-----
       H210-LOAD-ONE-STEP.
           READ RCT-FILE NEXT RECORD
               AT END
                   SET RCT-FILE-EOF TO TRUE
               NOT AT END
                   IF RCT-STEP NOT = 'CONTROL'
                      IF WS-STEP-COUNT < 100
                         ADD 1 TO WS-STEP-COUNT
                         MOVE RCT-REC TO WS-ST-IMAGE (WS-STEP-COUNT)
                      ELSE
                         DISPLAY 'PBEG032 STEP TABLE FULL, SKIPPED: '
                             RCT-STEP
                      END-IF
                   END-IF
           END-READ.
       H210-END. EXIT.
      *-----
       H220-SORT-PASS.
           MOVE 'N' TO WS-SORT-SWAPPED-SWITCH.
           PERFORM H230-SORT-COMPARE
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-SORT-LIMIT.
           SUBTRACT 1 FROM WS-SORT-LIMIT.
       H220-END. EXIT.
      *-----
       H230-SORT-COMPARE.
           MOVE WS-ST-IMAGE (WS-SORT-SUB) TO WS-STEP-VIEW.
           MOVE WS-ST-IMAGE (WS-SORT-SUB + 1) TO WS-NEXT-VIEW.
           IF WS-SV-SEQUENCE > WS-NV-SEQUENCE
              MOVE WS-ST-IMAGE (WS-SORT-SUB) TO WS-STEP-HOLD
              MOVE WS-ST-IMAGE (WS-SORT-SUB + 1)
                  TO WS-ST-IMAGE (WS-SORT-SUB)
              MOVE WS-STEP-HOLD TO WS-ST-IMAGE (WS-SORT-SUB + 1)
              SET WS-SORT-SWAPPED TO TRUE
           END-IF.
       H230-END. EXIT.
      *-----
       H300-APPLY-CARDS.
           OPEN INPUT RCC-FILE.
           IF (CHECK-FILE-RCC NOT = 97) AND (CHECK-FILE-RCC NOT = 0)
      -       AND (CHECK-FILE-RCC NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RCC
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'RUN CONTROL MAINTENANCE - PBEG032'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H310-READ-ONE-CARD UNTIL RCC-FILE-EOF.
           CLOSE RCC-FILE.
           MOVE SPACES TO RPT-REC.
           STRING 'CARDS READ ' WS-CNT-CARDS '  APPLIED '
                  WS-CNT-APPLIED '  REJECTED ' WS-CNT-REJECTED
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF WS-CNT-REJECTED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H300-END. EXIT.
      *-----
       H310-READ-ONE-CARD.
           READ RCC-FILE
               AT END
                   SET RCC-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-CARDS
                   SET WS-CARD-VALID TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   EVALUATE RCC-ACTION
                       WHEN 'I'
                           PERFORM H320-INIT-CONTROL
                       WHEN 'D'
                           PERFORM H330-DEFINE-STEP
                       WHEN 'X'
                           PERFORM H340-DELETE-STEP
                       WHEN 'B'
                           PERFORM H350-BYPASS-STEP
                       WHEN 'R'
                           PERFORM H360-RESET-STEP
                       WHEN OTHER
                           SET WS-CARD-INVALID TO TRUE
                           MOVE 'GECERSIZ ISLEM KODU'
                               TO WS-CARD-REASON
                   END-EVALUATE
                   PERFORM H390-REPORT-CARD
           END-READ.
       H310-END. EXIT.
      *-----
      * A NEW CONTROL RECORD, OR A CORRECTED DATE AND RUN NUMBER ON
      * THE EXISTING ONE. THE DATE MUST BE A REAL CALENDAR DATE.
      *-----
       H320-INIT-CONTROL.
           IF RCC-I-DATE NOT NUMERIC
              OR RCC-I-RUN-NUMBER NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ TARIH VEYA KOSU NO' TO WS-CARD-REASON
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD
                     (FUNCTION NUMVAL(RCC-I-DATE)) NOT = 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ TARIH' TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-VALID
              PERFORM H150-READ-CONTROL
              MOVE SPACES TO RCT-CONTROL-REC
              MOVE 'CONTROL' TO RCT-C-KEY
              MOVE 'O' TO RCT-C-STATUS
              COMPUTE RCT-C-BUSINESS-DATE =
                  FUNCTION NUMVAL(RCC-I-DATE)
              COMPUTE RCT-C-RUN-NUMBER =
                  FUNCTION NUMVAL(RCC-I-RUN-NUMBER)
              MOVE WS-PREV-DATE TO RCT-C-PREV-DATE
              MOVE WS-TODAY TO RCT-C-ROLL-DATE
              MOVE WS-NOW-TIME TO RCT-C-ROLL-TIME
              IF WS-CTL-FOUND
                 REWRITE RCT-CONTROL-REC
              ELSE
                 WRITE RCT-CONTROL-REC
              END-IF
           END-IF.
       H320-END. EXIT.
      *-----
       H330-DEFINE-STEP.
           IF RCC-STEP = SPACES OR RCC-STEP = 'CONTROL'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ADIM ADI' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID AND RCC-SEQUENCE NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ SIRA NO' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID AND RCC-PREDECESSOR = RCC-STEP
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ADIM KENDINE BAGLI OLAMAZ' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID AND RCC-PREDECESSOR NOT = SPACES
              MOVE RCC-PREDECESSOR TO RCT-STEP
              READ RCT-FILE KEY IS RCT-STEP
                  INVALID KEY
                      SET WS-CARD-INVALID TO TRUE
                      MOVE 'ONCEKI ADIM TANIMSIZ' TO WS-CARD-REASON
              END-READ
           END-IF.
           IF WS-CARD-VALID
              MOVE RCC-STEP TO RCT-STEP
              READ RCT-FILE KEY IS RCT-STEP
                  INVALID KEY
                      MOVE SPACES TO RCT-REC
                      MOVE RCC-STEP TO RCT-STEP
                      COMPUTE RCT-SEQUENCE =
                          FUNCTION NUMVAL(RCC-SEQUENCE)
                      MOVE RCC-PREDECESSOR TO RCT-PREDECESSOR
                      SET RCT-PENDING TO TRUE
                      MOVE 0 TO RCT-BUSINESS-DATE RCT-RUN-NUMBER
                                RCT-START-DATE RCT-START-TIME
                                RCT-END-DATE RCT-END-TIME
                                RCT-RETURN-CODE
                      WRITE RCT-REC
                  NOT INVALID KEY
                      COMPUTE RCT-SEQUENCE =
                          FUNCTION NUMVAL(RCC-SEQUENCE)
                      MOVE RCC-PREDECESSOR TO RCT-PREDECESSOR
                      REWRITE RCT-REC
              END-READ
           END-IF.
       H330-END. EXIT.
      *-----
       H340-DELETE-STEP.
           PERFORM H380-READ-CARD-STEP.
           IF WS-CARD-VALID
              DELETE RCT-FILE
           END-IF.
       H340-END. EXIT.
      *-----
      * THE OPERATOR SKIPS A STEP FOR TODAY (NOTHING TO DO, OR RUN
      * BY HAND); ITS SUCCESSOR MAY THEN START.
      *-----
       H350-BYPASS-STEP.
           PERFORM H380-READ-CARD-STEP.
           IF WS-CARD-VALID AND NOT WS-CTL-FOUND
              SET WS-CARD-INVALID TO TRUE
              MOVE 'KONTROL KAYDI YOK' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID
              IF RCT-RUNNING AND RCT-BUSINESS-DATE = WS-BUSINESS-DATE
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'ADIM CALISIYOR' TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-VALID
              SET RCT-BYPASSED TO TRUE
              MOVE WS-BUSINESS-DATE TO RCT-BUSINESS-DATE
              MOVE WS-RUN-NUMBER TO RCT-RUN-NUMBER
              MOVE WS-TODAY TO RCT-END-DATE
              MOVE WS-NOW-TIME TO RCT-END-TIME
              MOVE 0 TO RCT-RETURN-CODE
              REWRITE RCT-REC
           END-IF.
       H350-END. EXIT.
      *-----
      * A RESET LETS A COMPLETED STEP RUN AGAIN FOR THE SAME DATE,
      * OR CLEARS A STEP LEFT RUNNING BY AN ABEND.
      *-----
       H360-RESET-STEP.
           PERFORM H380-READ-CARD-STEP.
           IF WS-CARD-VALID
              SET RCT-PENDING TO TRUE
              REWRITE RCT-REC
           END-IF.
       H360-END. EXIT.
      *-----
       H380-READ-CARD-STEP.
           IF RCC-STEP = SPACES OR RCC-STEP = 'CONTROL'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ADIM ADI' TO WS-CARD-REASON
           ELSE
              MOVE RCC-STEP TO RCT-STEP
              READ RCT-FILE KEY IS RCT-STEP
                  INVALID KEY
                      SET WS-CARD-INVALID TO TRUE
                      MOVE 'ADIM TANIMSIZ' TO WS-CARD-REASON
              END-READ
           END-IF.
       H380-END. EXIT.
      *-----
       H390-REPORT-CARD.
           MOVE RCC-REC TO WS-C-IMAGE.
           IF WS-CARD-VALID
              ADD 1 TO WS-CNT-APPLIED
              MOVE 'APPLIED' TO WS-C-RESULT
           ELSE
              ADD 1 TO WS-CNT-REJECTED
              MOVE 'REJECTED' TO WS-C-RESULT
           END-IF.
           MOVE WS-CARD-REASON TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
       H390-END. EXIT.
      *-----
      * END OF DAY: EVERY STEP MUST BE DONE FOR TODAY BEFORE THE
      * DATE MOVES ON.
      *-----
       H500-ROLLOVER.
           IF NOT WS-CTL-FOUND
              MOVE SPACES TO RPT-REC
              STRING '*** ROLLOVER REFUSED - NO CONTROL RECORD ***'
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM H710-FIND-STOP
              IF WS-STOP-FOUND
                 MOVE SPACES TO RPT-REC
                 STRING '*** ROLLOVER REFUSED - STEP ' WS-STOP-STEP
                        ' NOT DONE FOR ' WS-BUSINESS-DATE ' ***'
                     DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-REC
                 WRITE RPT-REC
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM H520-LOAD-CALENDAR
                 PERFORM H540-NEXT-WORKDAY
                 PERFORM H560-WRITE-ROLLOVER
              END-IF
           END-IF.
       H500-END. EXIT.
      *-----
       H520-LOAD-CALENDAR.
           OPEN INPUT CAL-FILE.
           IF (CHECK-FILE-CAL NOT = 97) AND (CHECK-FILE-CAL NOT = 0)
      -       AND (CHECK-FILE-CAL NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CAL
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H530-READ-ONE-HOLIDAY UNTIL CAL-FILE-EOF.
           CLOSE CAL-FILE.
       H520-END. EXIT.
      *-----
       H530-READ-ONE-HOLIDAY.
           READ CAL-FILE
               AT END
                   SET CAL-FILE-EOF TO TRUE
               NOT AT END
                   IF CAL-DATE NUMERIC AND WS-CAL-COUNT < 500
                      ADD 1 TO WS-CAL-COUNT
                      COMPUTE WS-CAL-DATE (WS-CAL-COUNT) =
                          FUNCTION NUMVAL(CAL-DATE)
                   ELSE
                      DISPLAY 'PBEG032 CALENDAR CARD SKIPPED: '
                          CAL-REC
                   END-IF
           END-READ.
       H530-END. EXIT.
      *-----
      * DAY NUMBER 1 (1 JANUARY 1601) WAS A MONDAY, SO (DAY - 1)
      * MOD 7 GIVES 0 = MONDAY ... 5 = SATURDAY, 6 = SUNDAY.
      *-----
       H540-NEXT-WORKDAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           MOVE 0 TO WS-SKIPPED.
           MOVE 'N' TO WS-WORKDAY-SWITCH.
           PERFORM H545-TRY-NEXT-DAY
               UNTIL WS-IS-WORKDAY OR WS-SKIPPED > 60.
       H540-END. EXIT.
      *-----
       H545-TRY-NEXT-DAY.
           ADD 1 TO WS-DAY-NUMBER.
           COMPUTE WS-NEW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER - 1, 7).
           SET WS-IS-WORKDAY TO TRUE.
           IF WS-WEEKDAY > 4
              MOVE 'N' TO WS-WORKDAY-SWITCH
           ELSE
              PERFORM H550-TEST-ONE-HOLIDAY
                  VARYING WS-CAL-SUB FROM 1 BY 1
                  UNTIL WS-CAL-SUB > WS-CAL-COUNT
           END-IF.
           IF NOT WS-IS-WORKDAY
              ADD 1 TO WS-SKIPPED
              MOVE SPACES TO RPT-REC
              STRING 'NON-WORKING DAY SKIPPED: ' WS-NEW-DATE
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
       H545-END. EXIT.
      *-----
       H550-TEST-ONE-HOLIDAY.
           IF WS-CAL-DATE (WS-CAL-SUB) = WS-NEW-DATE
              MOVE 'N' TO WS-WORKDAY-SWITCH
           END-IF.
       H550-END. EXIT.
      *-----
       H560-WRITE-ROLLOVER.
           MOVE 'CONTROL' TO RCT-STEP.
           READ RCT-FILE KEY IS RCT-STEP
               INVALID KEY
                   DISPLAY 'PBEG032 CONTROL RECORD LOST'
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-EXIT
           END-READ.
           MOVE WS-BUSINESS-DATE TO RCT-C-PREV-DATE.
           MOVE WS-NEW-DATE TO RCT-C-BUSINESS-DATE.
           IF RCT-C-RUN-NUMBER = 99999
              MOVE 1 TO RCT-C-RUN-NUMBER
           ELSE
              ADD 1 TO RCT-C-RUN-NUMBER
           END-IF.
           MOVE WS-TODAY TO RCT-C-ROLL-DATE.
           MOVE WS-NOW-TIME TO RCT-C-ROLL-TIME.
           REWRITE RCT-CONTROL-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'BUSINESS DATE ROLLED FROM ' WS-BUSINESS-DATE
                  ' TO ' WS-NEW-DATE '  RUN ' RCT-C-RUN-NUMBER
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM H150-READ-CONTROL.
       H560-END. EXIT.
      *-----
      * THE FIRST STEP IN CHAIN ORDER THAT IS NOT COMPLETE OR
      * BYPASSED FOR THE CURRENT DATE IS WHERE THE CHAIN STOPPED.
      *-----
       H700-STATUS-REPORT.
           MOVE SPACES TO RPT-REC.
           STRING 'RUN CONTROL STATUS - PBEG032  AS AT ' WS-TODAY
                  ' ' WS-NOW-TIME
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-CTL-FOUND
              STRING 'BUSINESS DATE ' WS-BUSINESS-DATE '  RUN '
                     WS-RUN-NUMBER '  PREVIOUS ' WS-PREV-DATE
                     '  SET ' WS-ROLL-DATE ' ' WS-ROLL-TIME
                  DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING '*** NO CONTROL RECORD - INITIALISE WITH AN I '
                     'CARD ***' DELIMITED BY SIZE INTO RPT-REC
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SEQ STEP     AFTER    STATE     DATE     '
                  'STARTED  AT     ENDED  RC'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 0 TO WS-CNT-DONE WS-CNT-FAILED.
           PERFORM H720-WRITE-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM H710-FIND-STOP.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-STEP-COUNT = 0
              STRING 'NO STEPS DEFINED' DELIMITED BY SIZE
                  INTO RPT-REC
           ELSE
              IF WS-STOP-FOUND
                 STRING 'CHAIN STOPPED AT ' WS-STOP-STEP ' - '
                        WS-STOP-TEXT DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 STRING 'CHAIN COMPLETE FOR ' WS-BUSINESS-DATE
                        ' - READY FOR ROLLOVER'
                     DELIMITED BY SIZE INTO RPT-REC
              END-IF
           END-IF.
           WRITE RPT-REC.
           IF WS-CNT-FAILED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H700-END. EXIT.
      *-----
       H710-FIND-STOP.
           MOVE 'N' TO WS-STOP-FOUND-SWITCH.
           MOVE SPACES TO WS-STOP-STEP WS-STOP-TEXT.
           PERFORM H715-TEST-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-STOP-FOUND.
       H710-END. EXIT.
      *-----
       H715-TEST-ONE-STEP.
           MOVE WS-ST-IMAGE (WS-STEP-SUB) TO WS-STEP-VIEW.
           PERFORM H730-STEP-STATE.
           IF WS-STATE-TEXT NOT = 'COMPLETE'
              AND WS-STATE-TEXT NOT = 'BYPASSED'
              SET WS-STOP-FOUND TO TRUE
              MOVE WS-SV-STEP TO WS-STOP-STEP
              EVALUATE WS-STATE-TEXT
                  WHEN 'RUNNING'
                      MOVE 'RUNNING, OR ABENDED' TO WS-STOP-TEXT
                  WHEN 'FAILED'
                      MOVE 'FAILED - CHECK ITS OUTPUT'
                          TO WS-STOP-TEXT
                  WHEN OTHER
                      MOVE 'NOT YET STARTED' TO WS-STOP-TEXT
              END-EVALUATE
           END-IF.
       H715-END. EXIT.
      *-----
       H720-WRITE-ONE-STEP.
           MOVE WS-ST-IMAGE (WS-STEP-SUB) TO WS-STEP-VIEW.
           PERFORM H730-STEP-STATE.
           IF WS-STATE-TEXT = 'COMPLETE' OR 'BYPASSED'
              ADD 1 TO WS-CNT-DONE
           END-IF.
           IF WS-STATE-TEXT = 'FAILED'
              ADD 1 TO WS-CNT-FAILED
           END-IF.
           MOVE SPACES TO WS-L-DATE WS-L-START-DATE WS-L-START-TIME
                          WS-L-END-TIME WS-L-RETURN-CODE.
           MOVE WS-SV-SEQUENCE TO WS-L-SEQUENCE.
           MOVE WS-SV-STEP TO WS-L-STEP.
           MOVE WS-SV-PREDECESSOR TO WS-L-PREDECESSOR.
           MOVE WS-STATE-TEXT TO WS-L-STATE.
           IF WS-SV-BUSINESS-DATE NOT = 0
              MOVE WS-SV-BUSINESS-DATE TO WS-L-DATE
           END-IF.
           IF WS-SV-START-DATE NOT = 0
              MOVE WS-SV-START-DATE TO WS-L-START-DATE
              MOVE WS-SV-START-TIME TO WS-L-START-TIME
           END-IF.
           IF WS-SV-STATUS = 'C' OR 'F' OR 'X'
              MOVE WS-SV-END-TIME TO WS-L-END-TIME
              MOVE WS-SV-RETURN-CODE TO WS-L-RETURN-CODE
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE WS-STEP-LINE TO RPT-REC.
           WRITE RPT-REC.
       H720-END. EXIT.
      *-----
      * A STEP LAST RUN FOR AN EARLIER DATE IS WAITING FOR TODAY.
      *-----
       H730-STEP-STATE.
           IF WS-SV-BUSINESS-DATE NOT = WS-BUSINESS-DATE
              MOVE 'WAITING' TO WS-STATE-TEXT
           ELSE
              EVALUATE WS-SV-STATUS
                  WHEN 'R'
                      MOVE 'RUNNING' TO WS-STATE-TEXT
                  WHEN 'C'
                      MOVE 'COMPLETE' TO WS-STATE-TEXT
                  WHEN 'F'
                      MOVE 'FAILED' TO WS-STATE-TEXT
                  WHEN 'X'
                      MOVE 'BYPASSED' TO WS-STATE-TEXT
                  WHEN OTHER
                      MOVE 'WAITING' TO WS-STATE-TEXT
              END-EVALUATE
           END-IF.
       H730-END. EXIT.
      *-----
       H999-EXIT.
           CLOSE RCT-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H999-END. EXIT.
      *-----
