      *     DOES NOT AGREE WITH THE LIVE BALANCE FLAGS THE STATEMENT.
      * AUD-FILE IS REOPENED AND SCANNED PER REQUESTED CUSTOMER;
      * IDX-FILE IS BROWSED DYNAMICALLY AS IN PBEG008.
      *
      * CUSTOMERS MERGED BY PBEG031 ARE FOLLOWED THROUGH THE MERGE
      * CROSS-REFERENCE (XRFFILE): A REQUEST FOR EITHER A RETIRED ID
      * OR ITS SURVIVOR PRINTS ONE STATEMENT COVERING THE SURVIVOR
      * AND EVERY ID MERGED INTO IT, EACH MOVEMENT TAGGED WITH ITS
      * ID. POSITIONS ARE KEPT PER ID AND CURRENCY AND ADDED UP, SO
      * THE MERGE LEGS CANCEL AND THE CLOSING STILL AGREES WITH THE
      * LIVE BALANCES.
      *
      * MONTHS COMPACTED BY PBEG033 APPEAR AS ONE SUMMARY LINE PER
      * ID, CURRENCY AND MONTH (TIPI 0): OPENING, CLOSING, MOVEMENT,
      * THEN 'SUM', THE MONTH AND THE NUMBER OF RECORDS IT REPLACES.
      * A SUMMARY CARRIES ITS OPENING AND CLOSING AS OLD AND NEW
      * BALANCE, SO THE POSITIONS ARE TAKEN FROM IT LIKE ANY RECORD.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           STATUS CHECK-FILE-INDEX.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS CHECK-FILE-AUD.
           SELECT OPTIONAL XRF-FILE ASSIGN TO XRFFILE
                           STATUS CHECK-FILE-XRF.
           SELECT STQ-FILE ASSIGN TO STQFILE
                           STATUS CHECK-FILE-INPUT.
           SELECT RPT-FILE ASSIGN TO STMRPT
       FD  AUD-FILE RECORDING MODE F.
         01  AUD-REC.
           05 AUD-ISLEM-TIPI         PIC 9(01).
              88 AUD-MONTH-SUMMARY               VALUE 0.
           05 AUD-ID                 PIC 9(05).
           05 AUD-DOVIZ              PIC 9(03).
           05 AUD-OLD-BALANCE        PIC S9(15) COMP-3.
           05 AUD-RUN-NUMBER         PIC 9(05).
           05 AUD-PROGRAM            PIC X(08).
           05 AUD-SEQ                PIC 9(07).
      *    MONTHLY SUMMARY LEFT BY PBEG033 (TIPI 0).
         01  AUD-SUM-REC.
           05 AUD-SUM-TIPI           PIC 9(01).
           05 AUD-SUM-ID             PIC 9(05).
           05 AUD-SUM-DOVIZ          PIC 9(03).
           05 AUD-SUM-OPENING        PIC S9(15) COMP-3.
           05 AUD-SUM-CLOSING        PIC S9(15) COMP-3.
           05 AUD-SUM-MOVEMENT       PIC S9(15) COMP-3.
           05 FILLER                 PIC X(02).
           05 AUD-SUM-LAST-DATE      PIC 9(08).
           05 AUD-SUM-MONTH          PIC 9(06).
           05 AUD-SUM-RUN-NUMBER     PIC 9(05).
           05 AUD-SUM-PROGRAM        PIC X(08).
           05 AUD-SUM-COUNT          PIC 9(07).
      *    MERGE CROSS-REFERENCE WRITTEN BY PBEG031.
       FD  XRF-FILE RECORDING MODE F.
         01  XRF-REC.
           05 XRF-RETIRED-ID         PIC 9(05).
           05 XRF-SURVIVOR-ID        PIC 9(05).
           05 XRF-MERGE-DATE         PIC 9(08).
           05 XRF-RUN-NUMBER         PIC 9(05).
           05 FILLER                 PIC X(07).
       FD  STQ-FILE RECORDING MODE F.
         01  STQ-REC.
           05 STQ-ID                 PIC X(05).
           05 CHECK-FILE-AUD         PIC 9(2).
              88 AUD-FILE-EOF                     VALUE 10.
              88 AUD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-XRF         PIC 9(2).
              88 XRF-FILE-EOF                     VALUE 10.
              88 XRF-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-INPUT       PIC 9(2).
              88 INPUT-FILE-EOF                   VALUE 10.
              88 INPUT-FILE-SUCCESS               VALUE 00 97.
              10 WS-DVZ-IDX-SW       PIC X(01).
                 88 WS-DVZ-ON-MASTER             VALUE 'Y'.
              10 WS-DVZ-LIVE-BALANCE PIC S9(15) COMP-3.
      *    EVERY MERGE ON XRFFILE, RETIRED ID -> SURVIVOR ID.
       01  WS-XRF-TABLE.
           05 WS-XRF-COUNT           PIC 9(04)  COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 2000.
              10 WS-XRF-RETIRED      PIC 9(05).
              10 WS-XRF-SURVIVOR     PIC 9(05).
       01  WS-XRF-SUB                PIC 9(04)  COMP.
      *    THE STATEMENT'S FAMILY: THE SURVIVING ID FIRST, THEN EVERY
      *    ID MERGED INTO IT, WITH ITS OWN POSITION PER CURRENCY.
       01  WS-FAM-TABLE.
           05 WS-FAM-COUNT           PIC 9(03)  COMP.
           05 WS-FAM-ENTRY OCCURS 50.
              10 WS-FAM-ID           PIC 9(05).
              10 WS-FAM-DVZ OCCURS 4.
                 15 WS-FAM-AUD-SW    PIC X(01).
                    88 WS-FAM-HAS-MOVEMENTS      VALUE 'Y'.
                 15 WS-FAM-OPENING   PIC S9(15) COMP-3.
                 15 WS-FAM-CLOSING   PIC S9(15) COMP-3.
                 15 WS-FAM-IDX-SW    PIC X(01).
                    88 WS-FAM-ON-MASTER          VALUE 'Y'.
                 15 WS-FAM-LIVE      PIC S9(15) COMP-3.
       01  WS-FAM-SUB                PIC 9(03)  COMP.
       01  WS-FOUND-SUB              PIC 9(03)  COMP.
       01  WS-ROOT-ID                PIC 9(05).
       01  WS-NEXT-ID                PIC 9(05).
       01  WS-SEARCH-ID              PIC 9(05).
       01  WS-HOP-COUNT              PIC 9(03)  COMP.
       01  WS-FAM-ADDED-SWITCH       PIC X(01).
           88 WS-FAM-ADDED                       VALUE 'Y'.
       01  WS-MISMATCH-SWITCH        PIC X(01).
           88 WS-STMT-MISMATCHED                 VALUE 'Y'.
       01  WS-ANY-FOUND-SWITCH       PIC X(01).
           05 WS-M-OLD-DATE          PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-NEW-DATE          PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-M-ID                PIC X(05).
       01  WS-SUM-LINE.
           05 WS-S-DOVIZ             PIC Z(2)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-TIPI              PIC 9(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-OPENING           PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-CLOSING           PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-MOVEMENT          PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 FILLER                 PIC X(04)  VALUE 'SUM '.
           05 WS-S-MONTH             PIC 9(06).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-COUNT             PIC Z(5)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-ID                PIC X(05).
       01  WS-POSITION-LINE.
           05 FILLER                 PIC X(04)  VALUE 'DVZ'.
           05 WS-P-DOVIZ             PIC ZZ9.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-XREF.
           PERFORM H200-PROCESS-ONE-ID UNTIL INPUT-FILE-EOF.
           PERFORM H999-EXIT.
       0001-END. EXIT.
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *-----
       H150-LOAD-XREF.
           OPEN INPUT XRF-FILE.
           IF (CHECK-FILE-XRF NOT = 97) AND (CHECK-FILE-XRF NOT = 0)
      -       AND (CHECK-FILE-XRF NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-XRF
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
                      MOVE XRF-SURVIVOR-ID
                          TO WS-XRF-SURVIVOR (WS-XRF-COUNT)
                   END-IF
           END-READ.
       H160-END. EXIT.
      *-----
       H200-PROCESS-ONE-ID.
           IF STQ-ID NOT NUMERIC
              WRITE RPT-REC
           ELSE
              COMPUTE WS-REQ-ID = FUNCTION NUMVAL(STQ-ID)
              PERFORM H210-BUILD-FAMILY
              PERFORM H220-INIT-STATEMENT
              PERFORM H230-WRITE-STMT-HEADER
              PERFORM H300-SCAN-AUDIT-TRAIL
              PERFORM H500-BROWSE-MASTER
                  VARYING WS-FAM-SUB FROM 1 BY 1
                  UNTIL WS-FAM-SUB > WS-FAM-COUNT
              PERFORM H550-ADD-UP-POSITIONS
              PERFORM H600-WRITE-POSITIONS
           END-IF.
           READ STQ-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *-----
      * FOLLOW THE REQUESTED ID TO THE ID IT WAS FINALLY MERGED
      * INTO, THEN GATHER EVERY ID MERGED INTO THAT ONE, DIRECTLY OR
      * THROUGH AN EARLIER MERGE.
      *-----
       H210-BUILD-FAMILY.
           MOVE WS-REQ-ID TO WS-ROOT-ID.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 1 TO WS-FOUND-SUB.
           PERFORM H212-FOLLOW-ONE-MERGE
               UNTIL WS-FOUND-SUB = 0 OR WS-HOP-COUNT > 50.
           MOVE 1 TO WS-FAM-COUNT.
           MOVE WS-ROOT-ID TO WS-FAM-ID (1).
           SET WS-FAM-ADDED TO TRUE.
           PERFORM H215-FAMILY-PASS UNTIL NOT WS-FAM-ADDED.
       H210-END. EXIT.
      *-----
       H212-FOLLOW-ONE-MERGE.
           ADD 1 TO WS-HOP-COUNT.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM H213-TEST-ONE-RETIRED
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
           IF WS-FOUND-SUB > 0
              MOVE WS-NEXT-ID TO WS-ROOT-ID
           END-IF.
       H212-END. EXIT.
      *-----
       H213-TEST-ONE-RETIRED.
           IF WS-XRF-RETIRED (WS-XRF-SUB) = WS-ROOT-ID
              MOVE 1 TO WS-FOUND-SUB
              MOVE WS-XRF-SURVIVOR (WS-XRF-SUB) TO WS-NEXT-ID
           END-IF.
       H213-END. EXIT.
      *-----
       H215-FAMILY-PASS.
           MOVE 'N' TO WS-FAM-ADDED-SWITCH.
           PERFORM H216-TEST-ONE-MERGE
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       H215-END. EXIT.
      *-----
       H216-TEST-ONE-MERGE.
           MOVE WS-XRF-SURVIVOR (WS-XRF-SUB) TO WS-SEARCH-ID.
           PERFORM H218-FIND-MEMBER.
           IF WS-FOUND-SUB > 0
              MOVE WS-XRF-RETIRED (WS-XRF-SUB) TO WS-SEARCH-ID
              PERFORM H218-FIND-MEMBER
              IF WS-FOUND-SUB = 0 AND WS-FAM-COUNT < 50
                 ADD 1 TO WS-FAM-COUNT
                 MOVE WS-SEARCH-ID TO WS-FAM-ID (WS-FAM-COUNT)
                 SET WS-FAM-ADDED TO TRUE
              END-IF
           END-IF.
       H216-END. EXIT.
      *-----
       H218-FIND-MEMBER.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM H219-TEST-ONE-MEMBER
               VARYING WS-FAM-SUB FROM 1 BY 1
               UNTIL WS-FAM-SUB > WS-FAM-COUNT.
       H218-END. EXIT.
      *-----
       H219-TEST-ONE-MEMBER.
           IF WS-FAM-ID (WS-FAM-SUB) = WS-SEARCH-ID
              MOVE WS-FAM-SUB TO WS-FOUND-SUB
           END-IF.
       H219-END. EXIT.
      *-----
       H220-INIT-STATEMENT.
           MOVE 'N' TO WS-MISMATCH-SWITCH.
           MOVE 'N' TO WS-ANY-FOUND-SWITCH.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM H225-INIT-ONE-DVZ UNTIL WS-DVZ-SUB > 4.
           PERFORM H226-INIT-ONE-MEMBER
               VARYING WS-FAM-SUB FROM 1 BY 1
               UNTIL WS-FAM-SUB > WS-FAM-COUNT.
       H220-END. EXIT.
      *-----
       H225-INIT-ONE-DVZ.
           MOVE 0 TO WS-DVZ-LIVE-BALANCE (WS-DVZ-SUB).
           ADD 1 TO WS-DVZ-SUB.
       H225-END. EXIT.
      *-----
       H226-INIT-ONE-MEMBER.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM H227-INIT-ONE-MEMBER-DVZ UNTIL WS-DVZ-SUB > 4.
       H226-END. EXIT.
      *-----
       H227-INIT-ONE-MEMBER-DVZ.
           MOVE 'N' TO WS-FAM-AUD-SW (WS-FAM-SUB WS-DVZ-SUB).
           MOVE 'N' TO WS-FAM-IDX-SW (WS-FAM-SUB WS-DVZ-SUB).
           MOVE 0 TO WS-FAM-OPENING (WS-FAM-SUB WS-DVZ-SUB).
           MOVE 0 TO WS-FAM-CLOSING (WS-FAM-SUB WS-DVZ-SUB).
           MOVE 0 TO WS-FAM-LIVE (WS-FAM-SUB WS-DVZ-SUB).
           ADD 1 TO WS-DVZ-SUB.
       H227-END. EXIT.
      *-----
       H230-WRITE-STMT-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING 'DVZ T    OLD BALANCE     NEW BALANCE        '
                  'MOVEMENT OLD DATE NEW DATE'
                  DELIMITED BY SIZE INTO RPT-REC.
           IF WS-FAM-COUNT > 1
              MOVE 'ID' TO RPT-REC (73:2)
           END-IF.
           WRITE RPT-REC.
           IF WS-ROOT-ID NOT = WS-REQ-ID
              MOVE SPACES TO RPT-REC
              STRING 'ID ' STQ-ID ' WAS MERGED INTO ' WS-ROOT-ID
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           PERFORM H235-WRITE-MERGED-ID
               VARYING WS-FAM-SUB FROM 2 BY 1
               UNTIL WS-FAM-SUB > WS-FAM-COUNT.
       H230-END. EXIT.
      *-----
       H235-WRITE-MERGED-ID.
           MOVE SPACES TO RPT-REC.
           STRING 'INCLUDES HISTORY OF MERGED ID '
                  WS-FAM-ID (WS-FAM-SUB)
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       H235-END. EXIT.
      *-----
      * ONE FULL PASS OVER THE AUDIT TRAIL PER REQUESTED CUSTOMER.
      *-----
               AT END
                   SET AUD-FILE-EOF TO TRUE
               NOT AT END
                   IF AUD-DOVIZ >= 1 AND AUD-DOVIZ <= 4
                      MOVE AUD-ID TO WS-SEARCH-ID
                      PERFORM H218-FIND-MEMBER
                      IF WS-FOUND-SUB > 0
                         PERFORM H350-WRITE-MOVEMENT
                      END-IF
                   END-IF
           END-READ.
       H310-END. EXIT.
       H350-WRITE-MOVEMENT.
           SET WS-ANY-FOUND TO TRUE.
           MOVE AUD-DOVIZ TO WS-DVZ-SUB.
           MOVE WS-FOUND-SUB TO WS-FAM-SUB.
           IF NOT WS-FAM-HAS-MOVEMENTS (WS-FAM-SUB WS-DVZ-SUB)
              SET WS-FAM-HAS-MOVEMENTS (WS-FAM-SUB WS-DVZ-SUB)
                  TO TRUE
              MOVE AUD-OLD-BALANCE
                  TO WS-FAM-OPENING (WS-FAM-SUB WS-DVZ-SUB)
           END-IF.
           MOVE AUD-NEW-BALANCE
               TO WS-FAM-CLOSING (WS-FAM-SUB WS-DVZ-SUB).
           ADD 1 TO WS-DVZ-MOVE-COUNT (WS-DVZ-SUB).
           IF AUD-MONTH-SUMMARY
              PERFORM H360-WRITE-SUMMARY
           ELSE
              PERFORM H370-WRITE-DETAIL
           END-IF.
       H350-END. EXIT.
      *-----
       H360-WRITE-SUMMARY.
           MOVE AUD-SUM-DOVIZ      TO WS-S-DOVIZ.
           MOVE AUD-SUM-TIPI       TO WS-S-TIPI.
           MOVE AUD-SUM-OPENING    TO WS-S-OPENING.
           MOVE AUD-SUM-CLOSING    TO WS-S-CLOSING.
           MOVE AUD-SUM-MOVEMENT   TO WS-S-MOVEMENT.
           MOVE AUD-SUM-MONTH      TO WS-S-MONTH.
           MOVE AUD-SUM-COUNT      TO WS-S-COUNT.
           MOVE SPACES TO WS-S-ID.
           IF WS-FAM-COUNT > 1
              MOVE AUD-SUM-ID TO WS-S-ID
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE WS-SUM-LINE TO RPT-REC.
           WRITE RPT-REC.
       H360-END. EXIT.
      *-----
       H370-WRITE-DETAIL.
           COMPUTE WS-MOVEMENT = AUD-NEW-BALANCE - AUD-OLD-BALANCE.
           MOVE AUD-DOVIZ          TO WS-M-DOVIZ.
           MOVE AUD-ISLEM-TIPI     TO WS-M-TIPI.
           MOVE WS-MOVEMENT        TO WS-M-MOVEMENT.
           MOVE AUD-OLD-DATE       TO WS-M-OLD-DATE.
           MOVE AUD-NEW-DATE       TO WS-M-NEW-DATE.
           MOVE SPACES TO WS-M-ID.
           IF WS-FAM-COUNT > 1
              MOVE AUD-ID TO WS-M-ID
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE WS-MOVE-LINE TO RPT-REC.
           WRITE RPT-REC.
       H370-END. EXIT.
      *-----
       H500-BROWSE-MASTER.
           MOVE WS-FAM-ID (WS-FAM-SUB) TO IDX-FILE-ID.
           MOVE 0 TO IDX-FILE-DOVIZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-FILE-KEY
               INVALID KEY
               AT END
                   SET WS-NO-MORE-CURRENCIES TO TRUE
               NOT AT END
                   IF IDX-FILE-ID = WS-FAM-ID (WS-FAM-SUB)
                      IF IDX-FILE-DOVIZ >= 1 AND IDX-FILE-DOVIZ <= 4
                         SET WS-ANY-FOUND TO TRUE
                         MOVE IDX-FILE-DOVIZ TO WS-DVZ-SUB
                         SET WS-FAM-ON-MASTER (WS-FAM-SUB WS-DVZ-SUB)
                             TO TRUE
                         MOVE IDX-FILE-BALANCE
                             TO WS-FAM-LIVE (WS-FAM-SUB WS-DVZ-SUB)
                      END-IF
                   ELSE
                      SET WS-NO-MORE-CURRENCIES TO TRUE
           END-READ.
       H510-END. EXIT.
      *-----
      * EACH ID'S POSITION IN A CURRENCY IS ITS FIRST OLD BALANCE AND
      * LAST NEW BALANCE, OR ITS LIVE BALANCE WHEN IT HAS NOT MOVED;
      * THE STATEMENT'S POSITION IS THE SUM OVER THE FAMILY.
      *-----
       H550-ADD-UP-POSITIONS.
           PERFORM H560-ADD-UP-ONE-MEMBER
               VARYING WS-FAM-SUB FROM 1 BY 1
               UNTIL WS-FAM-SUB > WS-FAM-COUNT.
       H550-END. EXIT.
      *-----
       H560-ADD-UP-ONE-MEMBER.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM H570-ADD-UP-ONE-DVZ UNTIL WS-DVZ-SUB > 4.
       H560-END. EXIT.
      *-----
       H570-ADD-UP-ONE-DVZ.
           IF WS-FAM-ON-MASTER (WS-FAM-SUB WS-DVZ-SUB)
              SET WS-DVZ-ON-MASTER (WS-DVZ-SUB) TO TRUE
              ADD WS-FAM-LIVE (WS-FAM-SUB WS-DVZ-SUB)
                  TO WS-DVZ-LIVE-BALANCE (WS-DVZ-SUB)
           END-IF.
           IF WS-FAM-HAS-MOVEMENTS (WS-FAM-SUB WS-DVZ-SUB)
              SET WS-DVZ-HAS-MOVEMENTS (WS-DVZ-SUB) TO TRUE
              ADD WS-FAM-OPENING (WS-FAM-SUB WS-DVZ-SUB)
                  TO WS-DVZ-OPENING (WS-DVZ-SUB)
              ADD WS-FAM-CLOSING (WS-FAM-SUB WS-DVZ-SUB)
                  TO WS-DVZ-CLOSING (WS-DVZ-SUB)
           ELSE
              ADD WS-FAM-LIVE (WS-FAM-SUB WS-DVZ-SUB)
                  TO WS-DVZ-OPENING (WS-DVZ-SUB)
              ADD WS-FAM-LIVE (WS-FAM-SUB WS-DVZ-SUB)
                  TO WS-DVZ-CLOSING (WS-DVZ-SUB)
           END-IF.
           ADD 1 TO WS-DVZ-SUB.
       H570-END. EXIT.
      *-----
      * POSITION SUMMARY PER CURRENCY. A CURRENCY WITH MOVEMENTS BUT
      * NO MASTER RECORD WAS DELETED - ITS LIVE BALANCE IS ZERO AND
      * MUST AGREE WITH THE ZERO CLOSING OF THE DELETE AUDIT RECORD.
       H610-WRITE-ONE-POSITION.
           IF WS-DVZ-HAS-MOVEMENTS (WS-DVZ-SUB)
              OR WS-DVZ-ON-MASTER (WS-DVZ-SUB)
              MOVE WS-DVZ-SUB TO WS-P-DOVIZ
              MOVE WS-DVZ-OPENING (WS-DVZ-SUB) TO WS-P-OPENING
              MOVE WS-DVZ-CLOSING (WS-DVZ-SUB) TO WS-P-CLOSING
