       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG029.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * SUSPICIOUS-ACTIVITY MONITORING OVER THE AUDIT HISTORY
      *
      * RUNS AFTER PBEG018 HAS APPENDED THE DAY TO AUDHIST. THE
      * STAMPED MOVEMENTS OF THE LAST N DAYS UP TO THE BUSINESS DATE
      * ARE SORTED BY CUSTOMER ID AND POSTING STAMP, AND EACH
      * CUSTOMER'S MOVEMENTS ARE TESTED AGAINST THE RULES ON THE
      * PARAMETER FILE (MONPARM). EVERY RULE CARRIES ITS OWN ROLLING
      * WINDOW OF DAYS ENDING ON THE BUSINESS DATE. AMOUNTS ARE
      * COMPARED IN TRY: EACH MOVEMENT IS CONVERTED AT THE RATFILE
      * RATE FOR ITS DOVIZ (TRY ITSELF AT 1 WHEN NO CARD IS GIVEN).
      * A MOVEMENT IN A CURRENCY WITH NO RATE IS COUNTED AND LEFT OUT.
      *
      * RULE TYPES (FIRST TWO CHARACTERS OF THE RULE ID):
      *   ST  STRUCTURING - AT LEAST <COUNT> TIPI 4 CREDITS WHOSE TRY
      *       VALUE LIES IN THE BAND JUST BELOW <AMOUNT>:
      *       AMOUNT - BAND <= VALUE < AMOUNT
      *   VL  VOLUME - TOTAL TRY VALUE OF THE CUSTOMER'S OWN
      *       MOVEMENTS (TIPI 3 OPENINGS, 4 ADJUSTMENTS AND 7
      *       TRANSFER LEGS, DEBITS AND CREDITS ALIKE) OF AT LEAST
      *       <AMOUNT> ACROSS ALL CURRENCIES
      *   RT  RAPID IN-AND-OUT - TIPI 4 CREDITS OF AT LEAST <AMOUNT>
      *       IN TRY, PASSED THROUGH AT LEAST ONE TIPI 7 TRANSFER,
      *       WITH TIPI 4 DEBITS OF AT LEAST <COUNT> PERCENT OF THE
      *       CREDITS TAKEN BACK OUT INSIDE THE SAME WINDOW
      *
      * EACH HIT WRITES ONE ALERT ('A') AND ITS TRIGGERING MOVEMENTS
      * ('M') TO THE CASE FILE (CASFILE) AND TO THE COMPLIANCE
      * REPORT (MONRPT): THE RULE, THE CUSTOMER, THE WINDOW, AND
      * EACH MOVEMENT WITH ITS AUD-POST-DATE, AUD-RUN-NUMBER AND
      * AUD-SEQ SO IT CAN BE FOUND ON AUDHIST. THE ALERT HISTORY
      * (ALRHIST, INDEXED ON ID AND RULE) KEEPS THE LAST WINDOW
      * ALERTED; A HIT WHOSE WINDOW OVERLAPS IT IS COUNTED AS
      * SUPPRESSED AND NOT ALERTED AGAIN, SO A CUSTOMER COMES BACK
      * ONLY WHEN THE RULE FIRES ON A FRESH WINDOW.
      *
      * ONLY POSTINGS MADE BY PBEG006 (TELLER WORK, STANDING ORDERS
      * AND CLEARING CREDITS) ARE CUSTOMER MOVEMENTS. RECORDS WRITTEN
      * BY THE BANK'S OWN RUNS - PBEG011 INTEREST, PBEG019 DORMANCY,
      * PBEG028 TERM DEPOSITS, PBEG031 CUSTOMER MERGES - ARE COUNTED
      * AND LEFT OUT, SO A MERGE OR A MATURITY NEVER RAISES AN ALERT.
      *
      * RETURN CODE 4 WHEN ANY ALERT IS RAISED OR ANY RULE CARD IS
      * REJECTED; 8 WHEN NO USABLE RULE IS ON THE PARAMETER FILE.
      *
      * COMMAND LINE:
      *    POS 1-8  BUSINESS DATE (OPTIONAL, MUST AGREE WITH RUNCTL)
      *
      * MONPARM CARD LAYOUT (ONE PER RULE, UP TO 20):
      *    POS  1- 4  RULE ID (ST.., VL.. OR RT..)
      *    POS  6- 8  WINDOW IN DAYS (1-366)
      *    POS 10-24  AMOUNT IN TRY
      *    POS 26-40  BAND BELOW THE AMOUNT IN TRY (ST ONLY)
      *    POS 42-44  COUNT (ST) OR PERCENT (RT)
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIS-FILE ASSIGN TO AUDHIST
                           STATUS CHECK-FILE-HIS.
           SELECT PAR-FILE ASSIGN TO MONPARM
                           STATUS CHECK-FILE-PAR.
           SELECT OPTIONAL RATE-FILE ASSIGN TO RATFILE
                           STATUS CHECK-FILE-RATE.
           SELECT SRT-FILE ASSIGN TO SORTWK.
           SELECT OPTIONAL ALR-FILE ASSIGN TO ALRHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY ALR-KEY
                           STATUS CHECK-FILE-ALR.
           SELECT CAS-FILE ASSIGN TO CASFILE
                           STATUS CHECK-FILE-CAS.
           SELECT RPT-FILE ASSIGN TO MONRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  PAR-FILE RECORDING MODE F.
         01  PAR-REC.
           05 PAR-RULE-ID            PIC X(04).
           05 FILLER                 PIC X(01).
           05 PAR-WINDOW             PIC X(03).
           05 FILLER                 PIC X(01).
           05 PAR-AMOUNT             PIC X(15).
           05 FILLER                 PIC X(01).
           05 PAR-BAND               PIC X(15).
           05 FILLER                 PIC X(01).
           05 PAR-COUNT              PIC X(03).
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DOVIZ             PIC X(03).
           05 FILLER                 PIC X(01).
           05 RATE-VALUE             PIC X(12).
       SD  SRT-FILE.
         01  SRT-REC.
           05 SRT-ID                 PIC 9(05).
           05 SRT-POST-DATE          PIC 9(08).
           05 SRT-RUN-NUMBER         PIC 9(05).
           05 SRT-SEQ                PIC 9(07).
           05 SRT-ISLEM-TIPI         PIC 9(01).
           05 SRT-DOVIZ              PIC 9(03).
           05 SRT-MOVEMENT           PIC S9(15) COMP-3.
       FD  ALR-FILE.
         01 ALR-MEMBERS.
           05 ALR-KEY.
             10 ALR-ID               PIC S9(5)  COMP-3.
             10 ALR-RULE-ID          PIC X(04).
           05 ALR-WINDOW-FROM        PIC S9(8)  COMP-3.
           05 ALR-WINDOW-TO          PIC S9(8)  COMP-3.
           05 ALR-ALERT-COUNT        PIC 9(05).
      *    CASE FILE: AN ALERT RECORD FOLLOWED BY ONE MOVEMENT RECORD
      *    PER TRIGGERING AUDIT RECORD. AMOUNTS ARE DISPLAY WITH
      *    LEADING SEPARATE SIGNS, AS ON THE GL EXTRACT.
       FD  CAS-FILE RECORDING MODE F.
         01  CAS-ALERT.
           05 CAS-A-TYPE             PIC X(01).
           05 CAS-A-RULE-ID          PIC X(04).
           05 CAS-A-ID               PIC 9(05).
           05 CAS-A-WINDOW-FROM      PIC 9(08).
           05 CAS-A-WINDOW-TO        PIC 9(08).
           05 CAS-A-MOVES            PIC 9(05).
           05 CAS-A-TRY-TOTAL        PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(33).
         01  CAS-MOVE.
           05 CAS-M-TYPE             PIC X(01).
           05 CAS-M-RULE-ID          PIC X(04).
           05 CAS-M-ID               PIC 9(05).
           05 CAS-M-ISLEM-TIPI       PIC 9(01).
           05 CAS-M-DOVIZ            PIC 9(03).
           05 CAS-M-MOVEMENT         PIC S9(15) SIGN LEADING SEPARATE.
           05 CAS-M-TRY-VALUE        PIC S9(15) SIGN LEADING SEPARATE.
           05 CAS-M-POST-DATE        PIC 9(08).
           05 CAS-M-RUN-NUMBER       PIC 9(05).
           05 CAS-M-SEQ              PIC 9(07).
           05 FILLER                 PIC X(14).
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
           05 CHECK-FILE-HIS         PIC 9(2).
              88 HIS-FILE-EOF                     VALUE 10.
              88 HIS-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-PAR         PIC 9(2).
              88 PAR-FILE-EOF                     VALUE 10.
              88 PAR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-RATE        PIC 9(2).
              88 RATE-FILE-EOF                    VALUE 10.
              88 RATE-FILE-SUCCESS                VALUE 00 97.
           05 CHECK-FILE-ALR         PIC 9(2).
              88 ALR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-CAS         PIC 9(2).
              88 CAS-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-SORT-EOF-SWITCH        PIC X(01).
           88 WS-SORT-EOF                        VALUE 'Y'.
       01  WS-RUN-MODE-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-BUSINESS-DATE-X     PIC X(08)  VALUE SPACES.
           05 WS-BUSINESS-DATE       PIC 9(08)  VALUE 0.
           05 WS-EARLIEST-FROM       PIC 9(08)  VALUE 0.
           05 WS-MAX-WINDOW          PIC 9(03)  VALUE 0.
           05 WS-DAY-INTEGER         PIC 9(09)  VALUE 0.
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
      *    RULES FROM MONPARM.
       01  WS-RULE-TABLE.
           05 WS-RULE-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-RULE-ENTRY OCCURS 20.
              10 WS-RULE-ID          PIC X(04).
              10 WS-RULE-WINDOW      PIC 9(03).
              10 WS-RULE-FROM        PIC 9(08).
              10 WS-RULE-AMOUNT      PIC S9(15) COMP-3.
              10 WS-RULE-BAND        PIC S9(15) COMP-3.
              10 WS-RULE-COUNT-PCT   PIC 9(03).
              10 WS-RULE-ALERTS      PIC 9(07).
              10 WS-RULE-SUPPRESSED  PIC 9(07).
       01  WS-RULE-SUB               PIC 9(03)  COMP.
       01  WS-CARD-AREA.
           05 WS-CARD-SWITCH         PIC X(01).
              88 WS-CARD-VALID                   VALUE 'Y'.
              88 WS-CARD-INVALID                 VALUE 'N'.
           05 WS-CARD-REASON         PIC X(30).
      *    ONE CUSTOMER'S MOVEMENTS INSIDE THE WIDEST WINDOW, IN
      *    POSTING ORDER.
       01  WS-GROUP-AREA.
           05 WS-GRP-ID              PIC 9(05).
           05 WS-GRP-COUNT           PIC 9(04)  COMP VALUE 0.
           05 WS-GRP-OVERFLOW-SW     PIC X(01)  VALUE 'N'.
              88 WS-GRP-OVERFLOW                 VALUE 'Y'.
           05 WS-MOV-ENTRY OCCURS 1000.
              10 WS-MOV-TIPI         PIC 9(01).
              10 WS-MOV-DOVIZ        PIC 9(03).
              10 WS-MOV-AMOUNT       PIC S9(15) COMP-3.
              10 WS-MOV-TRY          PIC S9(15) COMP-3.
              10 WS-MOV-RATE-SW      PIC X(01).
                 88 WS-MOV-HAS-RATE              VALUE 'Y'.
              10 WS-MOV-POST-DATE    PIC 9(08).
              10 WS-MOV-RUN-NUMBER   PIC 9(05).
              10 WS-MOV-SEQ          PIC 9(07).
              10 WS-MOV-MARK         PIC X(01).
                 88 WS-MOV-MARKED                VALUE 'Y'.
       01  WS-MOV-SUB                PIC 9(04)  COMP.
      *    RESULT OF ONE RULE ON ONE CUSTOMER.
       01  WS-HIT-AREA.
           05 WS-HIT-SWITCH          PIC X(01).
              88 WS-RULE-HIT                     VALUE 'Y'.
           05 WS-HIT-MOVES           PIC 9(05).
           05 WS-HIT-TRY             PIC S9(15) COMP-3.
           05 WS-HIT-XFR-COUNT       PIC 9(05).
           05 WS-HIT-IN-TRY          PIC S9(15) COMP-3.
           05 WS-HIT-OUT-TRY         PIC S9(15) COMP-3.
           05 WS-HIT-ABS-TRY         PIC S9(15) COMP-3.
           05 WS-BAND-FLOOR          PIC S9(15) COMP-3.
           05 WS-CUR-FROM            PIC 9(08).
           05 WS-CUR-AMOUNT          PIC S9(15) COMP-3.
           05 WS-CUR-PCT             PIC 9(03).
       01  WS-CONTROL-COUNTERS.
           05 WS-CNT-HIS-READ        PIC 9(09)  VALUE 0.
           05 WS-CNT-UNSTAMPED       PIC 9(09)  VALUE 0.
           05 WS-CNT-SUMMARY         PIC 9(09)  VALUE 0.
           05 WS-CNT-BANK-POSTING    PIC 9(09)  VALUE 0.
           05 WS-CNT-SELECTED        PIC 9(09)  VALUE 0.
           05 WS-CNT-CUSTOMERS       PIC 9(07)  VALUE 0.
           05 WS-CNT-NO-RATE         PIC 9(07)  VALUE 0.
           05 WS-CNT-OVERFLOW        PIC 9(07)  VALUE 0.
           05 WS-CNT-CARDS           PIC 9(07)  VALUE 0.
           05 WS-CNT-CARD-REJ        PIC 9(07)  VALUE 0.
           05 WS-CNT-ALERTS          PIC 9(07)  VALUE 0.
           05 WS-CNT-SUPPRESSED      PIC 9(07)  VALUE 0.
           05 WS-CNT-CASE-RECS       PIC 9(07)  VALUE 0.
       01  WS-ALERT-LINE.
           05 FILLER                 PIC X(06)  VALUE 'ALERT'.
           05 WS-A-RULE-ID           PIC X(04).
           05 FILLER                 PIC X(10)  VALUE '  CUSTOMER'.
           05 WS-A-ID                PIC Z(4)9.
           05 FILLER                 PIC X(08)  VALUE '  WINDOW'.
           05 WS-A-FROM              PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE '-'.
           05 WS-A-TO                PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-A-MOVES             PIC ZZZ9.
           05 FILLER                 PIC X(05)  VALUE ' TRY'.
           05 WS-A-TRY               PIC -(14)9.
       01  WS-MOVE-LINE.
           05 FILLER                 PIC X(06)  VALUE SPACES.
           05 WS-M-TIPI              PIC 9(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-AMOUNT            PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-TRY               PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-POST-DATE         PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-RUN-NUMBER        PIC 9(05).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-SEQ               PIC 9(07).
       01  WS-CARD-LINE.
           05 FILLER                 PIC X(05)  VALUE 'CARD '.
           05 WS-C-IMAGE             PIC X(44).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-C-REASON            PIC X(30).
       01  WS-RULE-LINE.
           05 FILLER                 PIC X(05)  VALUE 'RULE'.
           05 WS-R-RULE-ID           PIC X(04).
           05 FILLER                 PIC X(08)  VALUE '  WINDOW'.
           05 WS-R-WINDOW            PIC ZZ9.
           05 FILLER                 PIC X(09)  VALUE '  ALERTS'.
           05 WS-R-ALERTS            PIC Z(6)9.
           05 FILLER                 PIC X(13)  VALUE '  SUPPRESSED'.
           05 WS-R-SUPPRESSED        PIC Z(6)9.
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
           PERFORM H170-LOAD-RULES.
           SORT SRT-FILE
               ON ASCENDING KEY SRT-ID
                                SRT-POST-DATE
                                SRT-RUN-NUMBER
                                SRT-SEQ
               INPUT PROCEDURE IS P100-SELECT-MOVEMENTS
                   THRU P100-EXIT
               OUTPUT PROCEDURE IS P200-EVALUATE-CUSTOMERS
                   THRU P200-EXIT.
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
           MOVE 'PBEG029' TO RCT-STEP.
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
           MOVE 'PBEG029' TO RCT-STEP.
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
           DISPLAY 'PBEG029 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-CMDLINE (1:8) TO WS-BUSINESS-DATE-X.
           MOVE WS-RCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE-X IS NUMERIC
              IF FUNCTION NUMVAL(WS-BUSINESS-DATE-X)
                 NOT = WS-BUSINESS-DATE
                 DISPLAY 'PBEG029 BUSINESS DATE DIFFERS FROM RUNCTL: '
                     WS-BUSINESS-DATE-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           OPEN INPUT  HIS-FILE.
           OPEN I-O    ALR-FILE.
           OPEN OUTPUT CAS-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-HIS NOT = 97) AND (CHECK-FILE-HIS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HIS
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-ALR NOT = 97) AND (CHECK-FILE-ALR NOT = 0)
      -       AND (CHECK-FILE-ALR NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ALR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CAS NOT = 97) AND (CHECK-FILE-CAS NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CAS
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
                      DISPLAY 'PBEG029 BAD RATE CARD: ' RATE-REC
                   END-IF
           END-READ.
       H160-END. EXIT.
      *-----
      * RULE CARDS. A BAD CARD IS LISTED AND SKIPPED; THE OTHER
      * RULES STILL RUN. THE WIDEST WINDOW DECIDES HOW FAR BACK THE
      * HISTORY IS READ.
      *-----
       H170-LOAD-RULES.
           OPEN INPUT PAR-FILE.
           IF (CHECK-FILE-PAR NOT = 97) AND (CHECK-FILE-PAR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PAR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'RULE CARDS REJECTED' DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H175-READ-ONE-RULE UNTIL PAR-FILE-EOF.
           CLOSE PAR-FILE.
           IF WS-RULE-COUNT = 0
              MOVE SPACES TO RPT-REC
              STRING '*** NO USABLE RULE ON MONPARM - NOTHING '
                     'MONITORED ***' DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              DISPLAY 'PBEG029 NO USABLE RULE ON MONPARM'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-MAX-WINDOW + 1.
           COMPUTE WS-EARLIEST-FROM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'ALERTS RAISED' DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       H170-END. EXIT.
      *-----
       H175-READ-ONE-RULE.
           READ PAR-FILE
               AT END
                   SET PAR-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-CARDS
                   PERFORM H180-EDIT-RULE
                   IF WS-CARD-VALID
                      PERFORM H185-ADD-RULE
                   ELSE
                      PERFORM H190-REJECT-RULE
                   END-IF
           END-READ.
       H175-END. EXIT.
      *-----
       H180-EDIT-RULE.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-CARD-REASON.
           IF PAR-RULE-ID (1:2) NOT = 'ST' AND
              PAR-RULE-ID (1:2) NOT = 'VL' AND
              PAR-RULE-ID (1:2) NOT = 'RT'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'TANIMSIZ KURAL TIPI' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID AND WS-RULE-COUNT >= 20
              SET WS-CARD-INVALID TO TRUE
              MOVE 'KURAL TABLOSU DOLU' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID
              IF PAR-WINDOW NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ GUN SAYISI' TO WS-CARD-REASON
              ELSE
                 IF PAR-WINDOW = '000' OR PAR-WINDOW > '366'
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'GUN SAYISI SINIR DISI' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID
              IF FUNCTION TEST-NUMVAL(PAR-AMOUNT) NOT = 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ ESIK TUTARI' TO WS-CARD-REASON
              ELSE
                 IF FUNCTION NUMVAL(PAR-AMOUNT) NOT > 0
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'ESIK TUTARI SIFIR' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID AND PAR-RULE-ID (1:2) = 'ST'
              IF FUNCTION TEST-NUMVAL(PAR-BAND) NOT = 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ BANT TUTARI' TO WS-CARD-REASON
              ELSE
                 IF FUNCTION NUMVAL(PAR-BAND) NOT > 0
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'BANT TUTARI SIFIR' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID AND PAR-RULE-ID (1:2) NOT = 'VL'
              IF PAR-COUNT NOT NUMERIC OR PAR-COUNT = '000'
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'ADET/YUZDE EKSIK' TO WS-CARD-REASON
              ELSE
                 IF PAR-RULE-ID (1:2) = 'RT' AND PAR-COUNT > '100'
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'YUZDE 100 UZERI' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
       H180-END. EXIT.
      *-----
       H185-ADD-RULE.
           ADD 1 TO WS-RULE-COUNT.
           MOVE WS-RULE-COUNT TO WS-RULE-SUB.
           MOVE PAR-RULE-ID TO WS-RULE-ID (WS-RULE-SUB).
           COMPUTE WS-RULE-WINDOW (WS-RULE-SUB) =
               FUNCTION NUMVAL(PAR-WINDOW).
           COMPUTE WS-RULE-AMOUNT (WS-RULE-SUB) =
               FUNCTION NUMVAL(PAR-AMOUNT).
           MOVE 0 TO WS-RULE-BAND (WS-RULE-SUB).
           IF PAR-RULE-ID (1:2) = 'ST'
              COMPUTE WS-RULE-BAND (WS-RULE-SUB) =
                  FUNCTION NUMVAL(PAR-BAND)
           END-IF.
           MOVE 0 TO WS-RULE-COUNT-PCT (WS-RULE-SUB).
           IF PAR-COUNT NUMERIC
              MOVE PAR-COUNT TO WS-RULE-COUNT-PCT (WS-RULE-SUB)
           END-IF.
           MOVE 0 TO WS-RULE-ALERTS (WS-RULE-SUB).
           MOVE 0 TO WS-RULE-SUPPRESSED (WS-RULE-SUB).
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
               - WS-RULE-WINDOW (WS-RULE-SUB) + 1.
           COMPUTE WS-RULE-FROM (WS-RULE-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           IF WS-RULE-WINDOW (WS-RULE-SUB) > WS-MAX-WINDOW
              MOVE WS-RULE-WINDOW (WS-RULE-SUB) TO WS-MAX-WINDOW
           END-IF.
       H185-END. EXIT.
      *-----
       H190-REJECT-RULE.
           ADD 1 TO WS-CNT-CARD-REJ.
           MOVE PAR-REC TO WS-C-IMAGE.
           MOVE WS-CARD-REASON TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
       H190-END. EXIT.
      *-----
       H200-WRITE-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING 'SUSPICIOUS ACTIVITY MONITOR - PBEG029  BUSINESS '
                  'DATE ' WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
      * SORT INPUT PROCEDURE: RELEASE THE STAMPED CUSTOMER MOVEMENTS
      * THAT FALL INSIDE THE WIDEST WINDOW.
      *-----
       P100-SELECT-MOVEMENTS.
           PERFORM P110-READ-ONE UNTIL HIS-FILE-EOF.
       P100-EXIT. EXIT.
      *-----
       P110-READ-ONE.
           READ HIS-FILE
               AT END
                   SET HIS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-HIS-READ
                   EVALUATE TRUE
                       WHEN AUD-MONTH-SUMMARY
                          ADD 1 TO WS-CNT-SUMMARY
                       WHEN AUD-POST-DATE NOT NUMERIC
                          ADD 1 TO WS-CNT-UNSTAMPED
                       WHEN AUD-POST-DATE = 0
                          ADD 1 TO WS-CNT-UNSTAMPED
                       WHEN AUD-PROGRAM NOT = 'PBEG006'
                          ADD 1 TO WS-CNT-BANK-POSTING
                       WHEN OTHER
                          IF AUD-POST-DATE >= WS-EARLIEST-FROM
                             AND AUD-POST-DATE <= WS-BUSINESS-DATE
                             AND (AUD-ISLEM-TIPI = 3
                                  OR AUD-ISLEM-TIPI = 4
                                  OR AUD-ISLEM-TIPI = 7)
                             PERFORM P120-RELEASE-ONE
                          END-IF
                   END-EVALUATE
           END-READ.
       P110-END. EXIT.
      *-----
       P120-RELEASE-ONE.
           MOVE AUD-ID          TO SRT-ID.
           MOVE AUD-POST-DATE   TO SRT-POST-DATE.
           MOVE AUD-RUN-NUMBER  TO SRT-RUN-NUMBER.
           MOVE AUD-SEQ         TO SRT-SEQ.
           MOVE AUD-ISLEM-TIPI  TO SRT-ISLEM-TIPI.
           MOVE AUD-DOVIZ       TO SRT-DOVIZ.
           COMPUTE SRT-MOVEMENT = AUD-NEW-BALANCE - AUD-OLD-BALANCE.
           RELEASE SRT-REC.
           ADD 1 TO WS-CNT-SELECTED.
       P120-END. EXIT.
      *-----
      * SORT OUTPUT PROCEDURE: COLLECT ONE CUSTOMER AT A TIME AND RUN
      * EVERY RULE OVER THE COLLECTED MOVEMENTS.
      *-----
       P200-EVALUATE-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE 0 TO WS-GRP-COUNT.
           PERFORM P210-RETURN-NEXT.
           PERFORM P220-COLLECT-ONE UNTIL WS-SORT-EOF.
           IF WS-GRP-COUNT > 0
              PERFORM P300-EVALUATE-ONE-CUSTOMER
           END-IF.
       P200-EXIT. EXIT.
      *-----
       P210-RETURN-NEXT.
           RETURN SRT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       P210-END. EXIT.
      *-----
       P220-COLLECT-ONE.
           IF WS-GRP-COUNT > 0 AND SRT-ID NOT = WS-GRP-ID
              PERFORM P300-EVALUATE-ONE-CUSTOMER
              MOVE 0 TO WS-GRP-COUNT
           END-IF.
           IF WS-GRP-COUNT = 0
              MOVE SRT-ID TO WS-GRP-ID
              MOVE 'N' TO WS-GRP-OVERFLOW-SW
           END-IF.
      *    A CUSTOMER WITH MORE THAN 1000 MOVEMENTS IN THE WINDOW IS
      *    EVALUATED ON THE FIRST 1000 AND FLAGGED FOR A MANUAL LOOK.
           IF WS-GRP-COUNT >= 1000
              IF NOT WS-GRP-OVERFLOW
                 SET WS-GRP-OVERFLOW TO TRUE
                 ADD 1 TO WS-CNT-OVERFLOW
                 DISPLAY 'PBEG029 MOVEMENT TABLE FULL FOR ID: '
                     WS-GRP-ID
              END-IF
           ELSE
              ADD 1 TO WS-GRP-COUNT
              MOVE WS-GRP-COUNT TO WS-MOV-SUB
              MOVE SRT-ISLEM-TIPI TO WS-MOV-TIPI (WS-MOV-SUB)
              MOVE SRT-DOVIZ      TO WS-MOV-DOVIZ (WS-MOV-SUB)
              MOVE SRT-MOVEMENT   TO WS-MOV-AMOUNT (WS-MOV-SUB)
              MOVE SRT-POST-DATE  TO WS-MOV-POST-DATE (WS-MOV-SUB)
              MOVE SRT-RUN-NUMBER TO WS-MOV-RUN-NUMBER (WS-MOV-SUB)
              MOVE SRT-SEQ        TO WS-MOV-SEQ (WS-MOV-SUB)
              PERFORM P230-CONVERT-TO-TRY
           END-IF.
           PERFORM P210-RETURN-NEXT.
       P220-END. EXIT.
      *-----
       P230-CONVERT-TO-TRY.
           MOVE 'N' TO WS-MOV-RATE-SW (WS-MOV-SUB).
           MOVE 0 TO WS-MOV-TRY (WS-MOV-SUB).
           IF SRT-DOVIZ >= 1 AND SRT-DOVIZ <= 4
              IF WS-DVZ-HAS-RATE (SRT-DOVIZ)
                 COMPUTE WS-MOV-TRY (WS-MOV-SUB) ROUNDED =
                     SRT-MOVEMENT * WS-DVZ-RATE (SRT-DOVIZ)
                 SET WS-MOV-HAS-RATE (WS-MOV-SUB) TO TRUE
              END-IF
           END-IF.
           IF NOT WS-MOV-HAS-RATE (WS-MOV-SUB)
              ADD 1 TO WS-CNT-NO-RATE
           END-IF.
       P230-END. EXIT.
      *-----
       P300-EVALUATE-ONE-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTOMERS.
           PERFORM P310-APPLY-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.
       P300-END. EXIT.
      *-----
       P310-APPLY-ONE-RULE.
           MOVE 'N' TO WS-HIT-SWITCH.
           MOVE 0 TO WS-HIT-MOVES WS-HIT-TRY WS-HIT-XFR-COUNT
                     WS-HIT-IN-TRY WS-HIT-OUT-TRY.
           MOVE WS-RULE-FROM (WS-RULE-SUB) TO WS-CUR-FROM.
           MOVE WS-RULE-AMOUNT (WS-RULE-SUB) TO WS-CUR-AMOUNT.
           MOVE WS-RULE-COUNT-PCT (WS-RULE-SUB) TO WS-CUR-PCT.
           EVALUATE WS-RULE-ID (WS-RULE-SUB) (1:2)
               WHEN 'ST'
                   COMPUTE WS-BAND-FLOOR =
                       WS-RULE-AMOUNT (WS-RULE-SUB)
                       - WS-RULE-BAND (WS-RULE-SUB)
                   PERFORM P400-MARK-STRUCTURING
                       VARYING WS-MOV-SUB FROM 1 BY 1
                       UNTIL WS-MOV-SUB > WS-GRP-COUNT
                   IF WS-HIT-MOVES >= WS-RULE-COUNT-PCT (WS-RULE-SUB)
                      SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN 'VL'
                   PERFORM P500-MARK-VOLUME
                       VARYING WS-MOV-SUB FROM 1 BY 1
                       UNTIL WS-MOV-SUB > WS-GRP-COUNT
                   IF WS-HIT-TRY >= WS-RULE-AMOUNT (WS-RULE-SUB)
                      SET WS-RULE-HIT TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM P600-MARK-TURNAROUND
                       VARYING WS-MOV-SUB FROM 1 BY 1
                       UNTIL WS-MOV-SUB > WS-GRP-COUNT
                   MOVE WS-HIT-IN-TRY TO WS-HIT-TRY
                   IF WS-HIT-XFR-COUNT > 0
                      AND WS-HIT-IN-TRY >= WS-CUR-AMOUNT
                      AND WS-HIT-OUT-TRY * 100 >=
                          WS-HIT-IN-TRY * WS-CUR-PCT
                      SET WS-RULE-HIT TO TRUE
                   END-IF
           END-EVALUATE.
           IF WS-RULE-HIT
              PERFORM P700-RAISE-ALERT
           END-IF.
       P310-END. EXIT.
      *-----
      * ST: TIPI 4 CREDITS INSIDE THE RULE WINDOW WORTH JUST UNDER
      * THE THRESHOLD.
      *-----
       P400-MARK-STRUCTURING.
           MOVE 'N' TO WS-MOV-MARK (WS-MOV-SUB).
           IF WS-MOV-POST-DATE (WS-MOV-SUB) >= WS-CUR-FROM
              AND WS-MOV-HAS-RATE (WS-MOV-SUB)
              AND WS-MOV-TIPI (WS-MOV-SUB) = 4
              AND WS-MOV-AMOUNT (WS-MOV-SUB) > 0
              AND WS-MOV-TRY (WS-MOV-SUB) >= WS-BAND-FLOOR
              AND WS-MOV-TRY (WS-MOV-SUB) < WS-CUR-AMOUNT
              SET WS-MOV-MARKED (WS-MOV-SUB) TO TRUE
              ADD 1 TO WS-HIT-MOVES
              ADD WS-MOV-TRY (WS-MOV-SUB) TO WS-HIT-TRY
           END-IF.
       P400-END. EXIT.
      *-----
      * VL: EVERY CUSTOMER MOVEMENT INSIDE THE RULE WINDOW, DEBIT OR
      * CREDIT, AT ITS TRY VALUE.
      *-----
       P500-MARK-VOLUME.
           MOVE 'N' TO WS-MOV-MARK (WS-MOV-SUB).
           IF WS-MOV-POST-DATE (WS-MOV-SUB) >= WS-CUR-FROM
              AND WS-MOV-HAS-RATE (WS-MOV-SUB)
              AND WS-MOV-AMOUNT (WS-MOV-SUB) NOT = 0
              SET WS-MOV-MARKED (WS-MOV-SUB) TO TRUE
              ADD 1 TO WS-HIT-MOVES
              MOVE WS-MOV-TRY (WS-MOV-SUB) TO WS-HIT-ABS-TRY
              IF WS-HIT-ABS-TRY < 0
                 COMPUTE WS-HIT-ABS-TRY = 0 - WS-HIT-ABS-TRY
              END-IF
              ADD WS-HIT-ABS-TRY TO WS-HIT-TRY
           END-IF.
       P500-END. EXIT.
      *-----
      * RT: MONEY IN BY TIPI 4, THROUGH TIPI 7, OUT AGAIN BY TIPI 4.
      *-----
       P600-MARK-TURNAROUND.
           MOVE 'N' TO WS-MOV-MARK (WS-MOV-SUB).
           IF WS-MOV-POST-DATE (WS-MOV-SUB) >= WS-CUR-FROM
              AND WS-MOV-HAS-RATE (WS-MOV-SUB)
              AND WS-MOV-AMOUNT (WS-MOV-SUB) NOT = 0
              EVALUATE TRUE
                  WHEN WS-MOV-TIPI (WS-MOV-SUB) = 7
                      SET WS-MOV-MARKED (WS-MOV-SUB) TO TRUE
                      ADD 1 TO WS-HIT-MOVES
                      IF WS-MOV-AMOUNT (WS-MOV-SUB) < 0
                         ADD 1 TO WS-HIT-XFR-COUNT
                      END-IF
                  WHEN WS-MOV-TIPI (WS-MOV-SUB) = 4
                       AND WS-MOV-AMOUNT (WS-MOV-SUB) > 0
                      SET WS-MOV-MARKED (WS-MOV-SUB) TO TRUE
                      ADD 1 TO WS-HIT-MOVES
                      ADD WS-MOV-TRY (WS-MOV-SUB) TO WS-HIT-IN-TRY
                  WHEN WS-MOV-TIPI (WS-MOV-SUB) = 4
                      SET WS-MOV-MARKED (WS-MOV-SUB) TO TRUE
                      ADD 1 TO WS-HIT-MOVES
                      SUBTRACT WS-MOV-TRY (WS-MOV-SUB)
                          FROM WS-HIT-OUT-TRY
              END-EVALUATE
           END-IF.
       P600-END. EXIT.
      *-----
      * A HIT WHOSE WINDOW OVERLAPS THE LAST WINDOW ALERTED FOR THE
      * SAME CUSTOMER AND RULE IS ONLY COUNTED.
      *-----
       P700-RAISE-ALERT.
           MOVE WS-GRP-ID TO ALR-ID.
           MOVE WS-RULE-ID (WS-RULE-SUB) TO ALR-RULE-ID.
           READ ALR-FILE KEY IS ALR-KEY
               INVALID KEY
                   MOVE 0 TO ALR-WINDOW-FROM
                   MOVE 0 TO ALR-WINDOW-TO
                   MOVE 0 TO ALR-ALERT-COUNT
                   WRITE ALR-MEMBERS
           END-READ.
           IF ALR-WINDOW-TO >= WS-RULE-FROM (WS-RULE-SUB)
              ADD 1 TO WS-CNT-SUPPRESSED
              ADD 1 TO WS-RULE-SUPPRESSED (WS-RULE-SUB)
           ELSE
              MOVE WS-RULE-FROM (WS-RULE-SUB) TO ALR-WINDOW-FROM
              MOVE WS-BUSINESS-DATE TO ALR-WINDOW-TO
              IF ALR-ALERT-COUNT < 99999
                 ADD 1 TO ALR-ALERT-COUNT
              END-IF
              REWRITE ALR-MEMBERS
              ADD 1 TO WS-CNT-ALERTS
              ADD 1 TO WS-RULE-ALERTS (WS-RULE-SUB)
              PERFORM P710-WRITE-ALERT
              PERFORM P720-WRITE-ONE-MOVE
                  VARYING WS-MOV-SUB FROM 1 BY 1
                  UNTIL WS-MOV-SUB > WS-GRP-COUNT
           END-IF.
       P700-END. EXIT.
      *-----
       P710-WRITE-ALERT.
           MOVE SPACES TO CAS-ALERT.
           MOVE 'A' TO CAS-A-TYPE.
           MOVE WS-RULE-ID (WS-RULE-SUB) TO CAS-A-RULE-ID.
           MOVE WS-GRP-ID TO CAS-A-ID.
           MOVE WS-RULE-FROM (WS-RULE-SUB) TO CAS-A-WINDOW-FROM.
           MOVE WS-BUSINESS-DATE TO CAS-A-WINDOW-TO.
           MOVE WS-HIT-MOVES TO CAS-A-MOVES.
           MOVE WS-HIT-TRY TO CAS-A-TRY-TOTAL.
           WRITE CAS-ALERT.
           ADD 1 TO WS-CNT-CASE-RECS.
           MOVE WS-RULE-ID (WS-RULE-SUB) TO WS-A-RULE-ID.
           MOVE WS-GRP-ID TO WS-A-ID.
           MOVE WS-RULE-FROM (WS-RULE-SUB) TO WS-A-FROM.
           MOVE WS-BUSINESS-DATE TO WS-A-TO.
           MOVE WS-HIT-MOVES TO WS-A-MOVES.
           MOVE WS-HIT-TRY TO WS-A-TRY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-ALERT-LINE TO RPT-REC.
           WRITE RPT-REC.
       P710-END. EXIT.
      *-----
       P720-WRITE-ONE-MOVE.
           IF WS-MOV-MARKED (WS-MOV-SUB)
              MOVE SPACES TO CAS-MOVE
              MOVE 'M' TO CAS-M-TYPE
              MOVE WS-RULE-ID (WS-RULE-SUB) TO CAS-M-RULE-ID
              MOVE WS-GRP-ID TO CAS-M-ID
              MOVE WS-MOV-TIPI (WS-MOV-SUB) TO CAS-M-ISLEM-TIPI
              MOVE WS-MOV-DOVIZ (WS-MOV-SUB) TO CAS-M-DOVIZ
              MOVE WS-MOV-AMOUNT (WS-MOV-SUB) TO CAS-M-MOVEMENT
              MOVE WS-MOV-TRY (WS-MOV-SUB) TO CAS-M-TRY-VALUE
              MOVE WS-MOV-POST-DATE (WS-MOV-SUB) TO CAS-M-POST-DATE
              MOVE WS-MOV-RUN-NUMBER (WS-MOV-SUB) TO CAS-M-RUN-NUMBER
              MOVE WS-MOV-SEQ (WS-MOV-SUB) TO CAS-M-SEQ
              WRITE CAS-MOVE
              ADD 1 TO WS-CNT-CASE-RECS
              MOVE WS-MOV-TIPI (WS-MOV-SUB) TO WS-M-TIPI
              MOVE WS-DVZ-NAME (WS-MOV-DOVIZ (WS-MOV-SUB))
                  TO WS-M-DVZ-NAME
              MOVE WS-MOV-AMOUNT (WS-MOV-SUB) TO WS-M-AMOUNT
              MOVE WS-MOV-TRY (WS-MOV-SUB) TO WS-M-TRY
              MOVE WS-MOV-POST-DATE (WS-MOV-SUB) TO WS-M-POST-DATE
              MOVE WS-MOV-RUN-NUMBER (WS-MOV-SUB) TO WS-M-RUN-NUMBER
              MOVE WS-MOV-SEQ (WS-MOV-SUB) TO WS-M-SEQ
              MOVE SPACES TO RPT-REC
              MOVE WS-MOVE-LINE TO RPT-REC
              WRITE RPT-REC
           END-IF.
       P720-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM H920-WRITE-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'HISTORY RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-HIS-READ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'UNSTAMPED RECORDS SKIPPED' TO WS-CTL-LABEL.
           MOVE WS-CNT-UNSTAMPED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MONTHLY SUMMARIES SKIPPED' TO WS-CTL-LABEL.
           MOVE WS-CNT-SUMMARY TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'BANK POSTINGS SKIPPED' TO WS-CTL-LABEL.
           MOVE WS-CNT-BANK-POSTING TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MOVEMENTS IN WINDOW' TO WS-CTL-LABEL.
           MOVE WS-CNT-SELECTED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MOVEMENTS WITH NO RATE' TO WS-CTL-LABEL.
           MOVE WS-CNT-NO-RATE TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'CUSTOMERS EVALUATED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CUSTOMERS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'CUSTOMERS OVER TABLE SIZE' TO WS-CTL-LABEL.
           MOVE WS-CNT-OVERFLOW TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'RULE CARDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARDS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'RULE CARDS REJECTED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARD-REJ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'ALERTS RAISED' TO WS-CTL-LABEL.
           MOVE WS-CNT-ALERTS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'ALERTS SUPPRESSED' TO WS-CTL-LABEL.
           MOVE WS-CNT-SUPPRESSED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'CASE RECORDS WRITTEN' TO WS-CTL-LABEL.
           MOVE WS-CNT-CASE-RECS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           IF WS-CNT-ALERTS > 0 OR WS-CNT-CARD-REJ > 0
              OR WS-CNT-OVERFLOW > 0
              MOVE SPACES TO RPT-REC
              STRING '*** COMPLIANCE REVIEW REQUIRED ***'
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H900-END. EXIT.
      *-----
       H910-WRITE-CTL-LINE.
           MOVE SPACES TO RPT-REC.
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  WS-CTL-VALUE DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
       H910-END. EXIT.
      *-----
       H920-WRITE-ONE-RULE.
           MOVE WS-RULE-ID (WS-RULE-SUB) TO WS-R-RULE-ID.
           MOVE WS-RULE-WINDOW (WS-RULE-SUB) TO WS-R-WINDOW.
           MOVE WS-RULE-ALERTS (WS-RULE-SUB) TO WS-R-ALERTS.
           MOVE WS-RULE-SUPPRESSED (WS-RULE-SUB) TO WS-R-SUPPRESSED.
           MOVE SPACES TO RPT-REC.
           MOVE WS-RULE-LINE TO RPT-REC.
           WRITE RPT-REC.
       H920-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG029' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG029 STEP RECORD LOST ON RUNCTL'
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
           CLOSE ALR-FILE.
           CLOSE CAS-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
