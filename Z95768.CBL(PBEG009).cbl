      * ITS RESTART PARAMETERS:
      *    POS 1-5  CUSTOMER ID   (SPACES = ALL CUSTOMERS)
      *    POS 7-9  DOVIZ CODE    (SPACES = ALL CURRENCIES)
      *
      * A SELECTED ID IS FOLLOWED THROUGH THE PBEG031 MERGE
      * CROSS-REFERENCE (XRFFILE): THE REPORT COVERS THE ID IT WAS
      * MERGED INTO AND EVERY ID MERGED INTO THAT ONE, SO A QUERY ON
      * A RETIRED ID STILL FINDS ITS HISTORY AND ITS SUCCESSOR'S.
      *
      * RUN OVER AUDHIST, MONTHS COMPACTED BY PBEG033 APPEAR AS ONE
      * SUMMARY LINE PER ID, CURRENCY AND MONTH (TIPI 0): OPENING AND
      * CLOSING IN THE BALANCE COLUMNS, THEN 'SUM', THE MONTH AND THE
      * NUMBER OF RECORDS REPLACED IN THE DATE COLUMNS. THEY ARE
      * TOTALLED APART FROM THE TRANSACTION TYPES THEY COMBINE.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS CHECK-FILE-AUD.
           SELECT OPTIONAL XRF-FILE ASSIGN TO XRFFILE
                           STATUS CHECK-FILE-XRF.
           SELECT RPT-FILE ASSIGN TO AUDRPT
                           STATUS CHECK-FILE-OUTPUT.
       DATA DIVISION.
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
           05 CHECK-FILE-AUD         PIC 9(2).
              88 AUD-FILE-EOF                     VALUE 10.
              88 AUD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-XRF         PIC 9(2).
              88 XRF-FILE-EOF                     VALUE 10.
              88 XRF-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-SELECT-AREA.
              88 WS-SELECT-BY-ID                  VALUE 'Y'.
           05 WS-SEL-DVZ-SWITCH      PIC X(01)  VALUE 'N'.
              88 WS-SELECT-BY-DVZ                 VALUE 'Y'.
      *    EVERY MERGE ON XRFFILE, RETIRED ID -> SURVIVOR ID, AND THE
      *    IDS THE SELECTED ID STANDS FOR - THE SURVIVOR FIRST.
       01  WS-XRF-TABLE.
           05 WS-XRF-COUNT           PIC 9(04)  COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 2000.
              10 WS-XRF-RETIRED      PIC 9(05).
              10 WS-XRF-SURVIVOR     PIC 9(05).
       01  WS-XRF-SUB                PIC 9(04)  COMP.
       01  WS-FAM-TABLE.
           05 WS-FAM-COUNT           PIC 9(03)  COMP VALUE 0.
           05 WS-FAM-ID              PIC 9(05)  OCCURS 50.
       01  WS-FAM-SUB                PIC 9(03)  COMP.
       01  WS-FOUND-SUB              PIC 9(03)  COMP.
       01  WS-ROOT-ID                PIC 9(05).
       01  WS-NEXT-ID                PIC 9(05).
       01  WS-SEARCH-ID              PIC 9(05).
       01  WS-HOP-COUNT              PIC 9(03)  COMP.
       01  WS-FAM-ADDED-SWITCH       PIC X(01).
           88 WS-FAM-ADDED                       VALUE 'Y'.
       01  WS-MOVEMENT               PIC S9(15) COMP-3.
       01  WS-CNT-READ               PIC 9(07)  VALUE 0.
       01  WS-CNT-PRINTED            PIC 9(07)  VALUE 0.
       01  WS-CNT-SUMMARY            PIC 9(07)  VALUE 0.
       01  WS-CNT-SUMMARISED         PIC 9(09)  VALUE 0.
       01  WS-SUMMARY-MOVEMENT       PIC S9(15) COMP-3 VALUE 0.
       01  WS-TIPI-TABLE.
           05 WS-TIPI-ENTRY OCCURS 9.
              10 WS-TIPI-COUNT       PIC 9(07).
           05 WS-D-NEW-DATE          PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-MOVEMENT          PIC -(14)9.
       01  WS-SUMMARY-LINE.
           05 WS-S-TIPI              PIC 9(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-ID                PIC Z(4)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-DOVIZ             PIC Z(2)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-OPENING           PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-CLOSING           PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 FILLER                 PIC X(04)  VALUE 'SUM '.
           05 WS-S-MONTH             PIC 9(06).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-COUNT             PIC Z(5)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-S-MOVEMENT          PIC -(14)9.
       01  WS-TOTAL-LINE.
           05 FILLER                 PIC X(05)  VALUE 'TIPI'.
           05 WS-T-TIPI              PIC 9(01).
           IF WS-SEL-ID-X NOT = SPACES AND WS-SEL-ID-X NUMERIC
              COMPUTE WS-SEL-ID = FUNCTION NUMVAL(WS-SEL-ID-X)
              SET WS-SELECT-BY-ID TO TRUE
              PERFORM H170-LOAD-XREF
              PERFORM H180-BUILD-FAMILY
           END-IF.
           IF WS-SEL-DVZ-X NOT = SPACES AND WS-SEL-DVZ-X NUMERIC
              COMPUTE WS-SEL-DVZ = FUNCTION NUMVAL(WS-SEL-DVZ-X)
           MOVE 0 TO WS-TIPI-MOVEMENT (WS-TIPI-SUB).
           ADD 1 TO WS-TIPI-SUB.
       H160-END. EXIT.
      *-----
       H170-LOAD-XREF.
           OPEN INPUT XRF-FILE.
           IF (CHECK-FILE-XRF NOT = 97) AND (CHECK-FILE-XRF NOT = 0)
      -       AND (CHECK-FILE-XRF NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-XRF
              PERFORM H999-EXIT
           END-IF.
           PERFORM H175-READ-ONE-XREF UNTIL XRF-FILE-EOF.
           CLOSE XRF-FILE.
       H170-END. EXIT.
      *-----
       H175-READ-ONE-XREF.
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
       H175-END. EXIT.
      *-----
      * FOLLOW THE SELECTED ID TO THE ID IT WAS FINALLY MERGED INTO,
      * THEN GATHER EVERY ID MERGED INTO THAT ONE (AS PBEG016 H210).
      *-----
       H180-BUILD-FAMILY.
           MOVE WS-SEL-ID TO WS-ROOT-ID.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 1 TO WS-FOUND-SUB.
           PERFORM H182-FOLLOW-ONE-MERGE
               UNTIL WS-FOUND-SUB = 0 OR WS-HOP-COUNT > 50.
           MOVE 1 TO WS-FAM-COUNT.
           MOVE WS-ROOT-ID TO WS-FAM-ID (1).
           SET WS-FAM-ADDED TO TRUE.
           PERFORM H185-FAMILY-PASS UNTIL NOT WS-FAM-ADDED.
       H180-END. EXIT.
      *-----
       H182-FOLLOW-ONE-MERGE.
           ADD 1 TO WS-HOP-COUNT.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM H183-TEST-ONE-RETIRED
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
           IF WS-FOUND-SUB > 0
              MOVE WS-NEXT-ID TO WS-ROOT-ID
           END-IF.
       H182-END. EXIT.
      *-----
       H183-TEST-ONE-RETIRED.
           IF WS-XRF-RETIRED (WS-XRF-SUB) = WS-ROOT-ID
              MOVE 1 TO WS-FOUND-SUB
              MOVE WS-XRF-SURVIVOR (WS-XRF-SUB) TO WS-NEXT-ID
           END-IF.
       H183-END. EXIT.
      *-----
       H185-FAMILY-PASS.
           MOVE 'N' TO WS-FAM-ADDED-SWITCH.
           PERFORM H186-TEST-ONE-MERGE
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT.
       H185-END. EXIT.
      *-----
       H186-TEST-ONE-MERGE.
           MOVE WS-XRF-SURVIVOR (WS-XRF-SUB) TO WS-SEARCH-ID.
           PERFORM H188-FIND-MEMBER.
           IF WS-FOUND-SUB > 0
              MOVE WS-XRF-RETIRED (WS-XRF-SUB) TO WS-SEARCH-ID
              PERFORM H188-FIND-MEMBER
              IF WS-FOUND-SUB = 0 AND WS-FAM-COUNT < 50
                 ADD 1 TO WS-FAM-COUNT
                 MOVE WS-SEARCH-ID TO WS-FAM-ID (WS-FAM-COUNT)
                 SET WS-FAM-ADDED TO TRUE
              END-IF
           END-IF.
       H186-END. EXIT.
      *-----
       H188-FIND-MEMBER.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM H189-TEST-ONE-MEMBER
               VARYING WS-FAM-SUB FROM 1 BY 1
               UNTIL WS-FAM-SUB > WS-FAM-COUNT.
       H188-END. EXIT.
      *-----
       H189-TEST-ONE-MEMBER.
           IF WS-FAM-ID (WS-FAM-SUB) = WS-SEARCH-ID
              MOVE WS-FAM-SUB TO WS-FOUND-SUB
           END-IF.
       H189-END. EXIT.
      *-----
       H200-WRITE-HEADER.
           MOVE SPACES TO RPT-REC.
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              IF WS-ROOT-ID NOT = WS-SEL-ID
                 STRING 'ID ' WS-SEL-ID-X ' WAS MERGED INTO '
                        WS-ROOT-ID DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-REC
              END-IF
              PERFORM H210-WRITE-FAMILY-ID
                  VARYING WS-FAM-SUB FROM 2 BY 1
                  UNTIL WS-FAM-SUB > WS-FAM-COUNT
           END-IF.
           IF WS-SELECT-BY-DVZ
              STRING 'SELECTED DOVIZ CODE:  ' WS-SEL-DVZ-X
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
       H210-WRITE-FAMILY-ID.
           STRING 'INCLUDES MERGED ID:   ' WS-FAM-ID (WS-FAM-SUB)
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
       H210-END. EXIT.
      *-----
       H300-READ-NEXT.
           READ AUD-FILE
      *-----
       H400-PROCESS-RECORD.
           ADD 1 TO WS-CNT-READ.
           MOVE 0 TO WS-FOUND-SUB.
           IF WS-SELECT-BY-ID
              MOVE AUD-ID TO WS-SEARCH-ID
              PERFORM H188-FIND-MEMBER
           END-IF.
           IF (NOT WS-SELECT-BY-ID OR WS-FOUND-SUB > 0)
              AND (NOT WS-SELECT-BY-DVZ OR AUD-DOVIZ = WS-SEL-DVZ)
              IF AUD-MONTH-SUMMARY
                 PERFORM H460-WRITE-SUMMARY
              ELSE
                 PERFORM H450-WRITE-DETAIL
              END-IF
           END-IF.
           PERFORM H300-READ-NEXT.
       H400-END. EXIT.
              ADD WS-MOVEMENT TO WS-TIPI-MOVEMENT (AUD-ISLEM-TIPI)
           END-IF.
       H450-END. EXIT.
      *-----
       H460-WRITE-SUMMARY.
           MOVE AUD-SUM-TIPI       TO WS-S-TIPI.
           MOVE AUD-SUM-ID         TO WS-S-ID.
           MOVE AUD-SUM-DOVIZ      TO WS-S-DOVIZ.
           MOVE AUD-SUM-OPENING    TO WS-S-OPENING.
           MOVE AUD-SUM-CLOSING    TO WS-S-CLOSING.
           MOVE AUD-SUM-MONTH      TO WS-S-MONTH.
           MOVE AUD-SUM-COUNT      TO WS-S-COUNT.
           MOVE AUD-SUM-MOVEMENT   TO WS-S-MOVEMENT.
           MOVE SPACES TO RPT-REC.
           MOVE WS-SUMMARY-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-CNT-PRINTED.
           ADD 1 TO WS-CNT-SUMMARY.
           ADD AUD-SUM-COUNT TO WS-CNT-SUMMARISED.
           ADD AUD-SUM-MOVEMENT TO WS-SUMMARY-MOVEMENT.
       H460-END. EXIT.
      *-----
       H500-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-TIPI-SUB.
           PERFORM H550-WRITE-ONE-TOTAL UNTIL WS-TIPI-SUB > 9.
           IF WS-CNT-SUMMARY > 0
              MOVE 0 TO WS-T-TIPI
              MOVE WS-CNT-SUMMARY TO WS-T-COUNT
              MOVE WS-SUMMARY-MOVEMENT TO WS-T-MOVEMENT
              MOVE SPACES TO RPT-REC
              MOVE WS-TOTAL-LINE TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING '        (MONTHLY SUMMARIES, REPLACING '
                  DELIMITED BY SIZE INTO RPT-REC
              MOVE WS-CNT-SUMMARISED TO WS-T-COUNT
              MOVE WS-T-COUNT TO RPT-REC (40:7)
              MOVE ' RECORDS)' TO RPT-REC (47:9)
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING 'AUDIT RECORDS READ:    ' DELIMITED BY SIZE
               INTO RPT-REC.
