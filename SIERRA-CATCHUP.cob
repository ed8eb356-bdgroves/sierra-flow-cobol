      *================================================================*
      * SIERRA-CATCHUP.COB                                            *
      * SIERRA-FLOW MULTI-DAY CATCH-UP DRIVER                         *
      * SIERRA NEVADA WATERSHED ANALYSIS SYSTEM                       *
      *                                                               *
      * WHEN THE BATCH HAS BEEN DOWN (A HOLIDAY WEEKEND), THIS DRIVER *
      * REPLAYS THE MISSED SCHEDULED RUNS ONE CALENDAR DAY AT A TIME. *
      * THE RANGE COMES FROM runcontrol.csv (CATCH-UP-START AND       *
      * CATCH-UP-END, YYYY-MM-DD). FOR EACH DAY IN ORDER SIERRA-FLOW  *
      * IS CALLED WITH THAT DAY AS ITS PROCESSING DATE AND THEN       *
      * CANCELLED, SO EVERY DAY STARTS FROM FRESH WORKING STORAGE AND *
      * PICKS UP THE STATE FILES (station-history.csv, alert-state.   *
      * csv, peaks.csv, monthly-stats.csv, ...) EXACTLY AS THE PRIOR  *
      * DAY LEFT THEM. EACH DAY TAKES ONLY ITS OWN streamflow.csv     *
      * ROWS, WRITES DATED COPIES OF THE REPORT AND FEEDS, AND LOGS   *
      * TO runlog.csv UNDER ITS OWN RUN ID.                           *
      *                                                               *
      * A DAY REFUSED BY PREFLIGHT ENDS THE JOB THERE (RC=8); SET     *
      * CATCH-UP-START TO THAT DAY AND RESUBMIT ONCE IT IS FIXED.     *
      *                                                               *
      * MODIFICATION HISTORY:                                         *
      *   2026-10-12  BG  NEW - AS-OF CATCH-UP OF MISSED DAILY RUNS     *
      *                                                               *
      * COMPILE: cobc -x -o sierra-catchup SIERRA-CATCHUP.cob         *
      *              SIERRA-FLOW.cob                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERRA-CATCHUP.
       AUTHOR. BROOKS GROVES.
       DATE-WRITTEN. 2026.
       SECURITY. UNCLASSIFIED - PUBLIC DATA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNU-COBOL.
       OBJECT-COMPUTER. GNU-COBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO 'runcontrol.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 1 TO 80 CHARACTERS.
       01  RC-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RC-STATUS                 PIC XX VALUE SPACES.
       01  WS-EOF-RC                    PIC X VALUE 'N'.
           88  EOF-RUN-CONTROL          VALUE 'Y'.
       01  WS-RC-NAME                   PIC X(30) VALUE SPACES.
       01  WS-RC-VALUE                  PIC X(20) VALUE SPACES.

      *--- CATCH-UP RANGE ---
       01  WS-CU-START                  PIC X(10) VALUE SPACES.
       01  WS-CU-END                    PIC X(10) VALUE SPACES.
       01  WS-CU-CHECK-DATE             PIC X(10) VALUE SPACES.
       01  WS-CU-CHECK-INT              PIC 9(7) VALUE 0.
       01  WS-CU-START-INT              PIC 9(7) VALUE 0.
       01  WS-CU-END-INT                PIC 9(7) VALUE 0.
       01  WS-CU-TODAY-INT              PIC 9(7) VALUE 0.
       01  WS-CU-DAY-INT                PIC 9(7) VALUE 0.
       01  WS-CU-YYYYMMDD               PIC 9(8) VALUE 0.
       01  WS-CU-YYYYMMDD-X REDEFINES WS-CU-YYYYMMDD.
           05  WS-CU-DX-YEAR            PIC 9(4).
           05  WS-CU-DX-MONTH           PIC 99.
           05  WS-CU-DX-DAY             PIC 99.
       01  WS-CU-MAX-DAYS               PIC 9(4) VALUE 366.
       01  WS-CU-DAYS-RUN               PIC 9(4) VALUE 0.
       01  WS-CU-DAY-RC                 PIC S9(4) VALUE 0.
       01  WS-CU-MAX-RC                 PIC S9(4) VALUE 0.
       01  WS-CU-HELD-DAYS              PIC 9(4) VALUE 0.

      *--- HANDED TO SIERRA-FLOW FOR EACH DAY. THE LAYOUT MUST MATCH  ---
      *--- WS-CATCHUP-LINK IN SIERRA-FLOW.cob; THE SIGNATURE TELLS A  ---
      *--- CALLED RUN FROM ONE STARTED ON ITS OWN.                    ---
       01  WS-CATCHUP-LINK EXTERNAL.
           05  WS-CU-SIGNATURE          PIC X(8).
           05  WS-CU-AS-OF-DATE         PIC X(10).
           05  WS-CU-DAY-NUMBER         PIC 9(4).
           05  WS-CU-DAY-COUNT          PIC 9(4).

       PROCEDURE DIVISION.
      *================================================================*
       0000-MAIN.
      *================================================================*
           DISPLAY 'SIERRA-CATCHUP: LOADING CATCH-UP RANGE...'
           PERFORM 1000-LOAD-RUN-CONTROL
           PERFORM 2000-VALIDATE-RANGE
           PERFORM 3000-RUN-ONE-DAY
               VARYING WS-CU-DAY-INT FROM WS-CU-START-INT BY 1
               UNTIL WS-CU-DAY-INT > WS-CU-END-INT
           PERFORM 9000-TERMINATE
           STOP RUN.

      *================================================================*
       1000-LOAD-RUN-CONTROL.
      *================================================================*
      *--- ONLY CATCH-UP-START AND CATCH-UP-END MATTER HERE; EVERY    ---
      *--- OTHER KEY IS LEFT FOR SIERRA-FLOW, WHICH READS THE SAME    ---
      *--- FILE AGAIN FOR EACH DAY.                                   ---
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN runcontrol.csv - NO '
                   'CATCH-UP RANGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-RUN-CONTROL
               READ RUN-CONTROL-FILE
                   AT END SET EOF-RUN-CONTROL TO TRUE
                   NOT AT END
                       PERFORM 1100-PARSE-RUN-CONTROL
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

      *================================================================*
       1100-PARSE-RUN-CONTROL.
      *================================================================*
           MOVE SPACES TO WS-RC-NAME
           MOVE SPACES TO WS-RC-VALUE
           UNSTRING RC-RECORD DELIMITED BY ','
               INTO WS-RC-NAME WS-RC-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RC-NAME))
               TO WS-RC-NAME
           MOVE FUNCTION TRIM(WS-RC-VALUE) TO WS-RC-VALUE
           IF WS-RC-NAME = 'CATCH-UP-START'
               MOVE WS-RC-VALUE(1:10) TO WS-CU-START
           END-IF
           IF WS-RC-NAME = 'CATCH-UP-END'
               MOVE WS-RC-VALUE(1:10) TO WS-CU-END
           END-IF.

      *================================================================*
       2000-VALIDATE-RANGE.
      *================================================================*
      *--- BOTH ENDS MUST BE REAL CALENDAR DATES, IN ORDER, NOT IN    ---
      *--- THE FUTURE, AND NO MORE THAN A YEAR APART.                 ---
           IF WS-CU-START = SPACES OR WS-CU-END = SPACES
               DISPLAY 'ERROR: runcontrol.csv NEEDS BOTH '
                   'CATCH-UP-START AND CATCH-UP-END'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CU-START TO WS-CU-CHECK-DATE
           PERFORM 2100-DATE-TO-INTEGER
           MOVE WS-CU-CHECK-INT TO WS-CU-START-INT
           MOVE WS-CU-END TO WS-CU-CHECK-DATE
           PERFORM 2100-DATE-TO-INTEGER
           MOVE WS-CU-CHECK-INT TO WS-CU-END-INT
           IF WS-CU-START-INT = 0 OR WS-CU-END-INT = 0
               DISPLAY 'ERROR: CATCH-UP RANGE ' WS-CU-START ' TO '
                   WS-CU-END ' IS NOT TWO YYYY-MM-DD DATES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CU-START-INT > WS-CU-END-INT
               DISPLAY 'ERROR: CATCH-UP-START ' WS-CU-START
                   ' IS AFTER CATCH-UP-END ' WS-CU-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CU-YYYYMMDD
           COMPUTE WS-CU-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CU-YYYYMMDD)
           IF WS-CU-END-INT > WS-CU-TODAY-INT
               DISPLAY 'ERROR: CATCH-UP-END ' WS-CU-END
                   ' IS IN THE FUTURE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CU-END-INT - WS-CU-START-INT + 1 > WS-CU-MAX-DAYS
               DISPLAY 'ERROR: CATCH-UP RANGE EXCEEDS '
                   WS-CU-MAX-DAYS ' DAYS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-CU-DAY-COUNT =
               WS-CU-END-INT - WS-CU-START-INT + 1
           DISPLAY 'SIERRA-CATCHUP: CATCHING UP ' WS-CU-START
               ' THROUGH ' WS-CU-END ' (' WS-CU-DAY-COUNT ' DAYS)'.

      *================================================================*
       2100-DATE-TO-INTEGER.
      *================================================================*
      *--- WS-CU-CHECK-DATE ('YYYY-MM-DD') TO A DAY NUMBER IN         ---
      *--- WS-CU-CHECK-INT; ZERO WHEN IT IS NOT A CALENDAR DATE.      ---
           MOVE 0 TO WS-CU-CHECK-INT
           IF WS-CU-CHECK-DATE(5:1) NOT = '-'
               OR WS-CU-CHECK-DATE(8:1) NOT = '-'
               OR WS-CU-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-CU-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-CU-CHECK-DATE(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CU-CHECK-DATE(1:4) TO WS-CU-DX-YEAR
           MOVE WS-CU-CHECK-DATE(6:2) TO WS-CU-DX-MONTH
           MOVE WS-CU-CHECK-DATE(9:2) TO WS-CU-DX-DAY
           IF WS-CU-DX-MONTH < 1 OR WS-CU-DX-MONTH > 12
               OR WS-CU-DX-DAY < 1 OR WS-CU-DX-DAY > 31
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CU-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CU-YYYYMMDD).

      *================================================================*
       3000-RUN-ONE-DAY.
      *================================================================*
      *--- RC=8 FROM A DAY THAT COMPLETED (A MASS-BALANCE HOLD) IS    ---
      *--- NOTED AND THE CATCH-UP GOES ON; THE STATE FILES HAVE       ---
      *--- ALREADY ROLLED, AND STOPPING WOULD ONLY STRAND THE DAYS     ---
      *--- AFTER IT.                                                  ---
           COMPUTE WS-CU-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-CU-DAY-INT)
           ADD 1 TO WS-CU-DAYS-RUN
           MOVE 'SFCATCH1'     TO WS-CU-SIGNATURE
           MOVE WS-CU-DAYS-RUN TO WS-CU-DAY-NUMBER
           MOVE SPACES TO WS-CU-AS-OF-DATE
           STRING WS-CU-DX-YEAR DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CU-DX-MONTH DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CU-DX-DAY DELIMITED BY SIZE
               INTO WS-CU-AS-OF-DATE
           END-STRING
           DISPLAY 'SIERRA-CATCHUP: DAY ' WS-CU-DAY-NUMBER ' OF '
               WS-CU-DAY-COUNT ' - PROCESSING DATE ' WS-CU-AS-OF-DATE
           MOVE 0 TO RETURN-CODE
           CALL 'SIERRA-FLOW'
           END-CALL
           MOVE RETURN-CODE TO WS-CU-DAY-RC
           CANCEL 'SIERRA-FLOW'
           IF WS-CU-DAY-RC > WS-CU-MAX-RC
               MOVE WS-CU-DAY-RC TO WS-CU-MAX-RC
           END-IF
           IF WS-CU-DAY-RC > 0
               ADD 1 TO WS-CU-HELD-DAYS
               DISPLAY 'SIERRA-CATCHUP: ' WS-CU-AS-OF-DATE
                   ' ENDED RC=' WS-CU-DAY-RC ' - REVIEW BEFORE '
                   'DISTRIBUTING ITS DATED COPIES'
           END-IF.

      *================================================================*
       9000-TERMINATE.
      *================================================================*
           MOVE SPACES TO WS-CATCHUP-LINK
           DISPLAY 'SIERRA-CATCHUP: ' WS-CU-DAYS-RUN
               ' DAY(S) PROCESSED, ' WS-CU-HELD-DAYS
               ' ENDED WITH A NONZERO RETURN CODE'
           MOVE WS-CU-MAX-RC TO RETURN-CODE
           DISPLAY 'SIERRA-CATCHUP: JOB COMPLETE.'.
