      *                   THRESHOLD IN CROSSWALK FIELD 14 DRIVES A      *
      *                   THERMAL STRESS ALERT THROUGH THE SECTION II   *
      *                   LIFECYCLE AND alerts.csv                      *
      *   2026-09-28  BG  DAY-OF-YEAR FLOW PERCENTILES (flow-           *
      *                   percentiles.csv: MIN/P10/P25/P50/P75/P90/MAX  *
      *                   PER SITE AND MONTH-DAY): EACH STATION'S MEAN  *
      *                   IS RANKED IN THE WATERWATCH CLASSES FOR ITS   *
      *                   OWN CALENDAR DAY (SECTION I, FLOW_CLASS       *
      *                   EXPORT COLUMN), THE DAY'S P50 REPLACES THE    *
      *                   FLAT ANNUAL MEDIAN FOR PERCENT OF NORMAL, AND *
      *                   THE CLASS DRIVES THE SECTION II BELOW/ABOVE   *
      *                   NORMAL CALLS                                  *
      *   2026-10-05  BG  MINIMUM INSTREAM-FLOW COMPLIANCE: instream-   *
      *                   requirements.csv CARRIES LICENSED MINIMUMS    *
      *                   PER SITE BY SEASON AND WATER-YEAR TYPE, ON THE*
      *                   DAILY MEAN OR THE INSTANTANEOUS LOW, WITH AN  *
      *                   OPTIONAL NATURAL-FLOW CAP FROM diversions.csv;*
      *                   EVERY STATION-DAY IS CHECKED, compliance-     *
      *                   state.csv CARRIES CONSECUTIVE DAYS OUT AND THE*
      *                   WATER-YEAR DEFICIT (AF) ACROSS RUNS,          *
      *                   compliance-report.txt AND compliance-         *
      *                   violations.csv ARE PUBLISHED, AND A REACH OUT *
      *                   OF COMPLIANCE PAGES AS A COMPLIANCE ALERT     *
      *                   THROUGH SECTION II                            *
      *   2026-10-12  BG  AS-OF PROCESSING DATE (runcontrol.csv AS-OF-  *
      *                   DATE) REPLACES THE CLOCK DATE FOR THE TREND,  *
      *                   WATER YEAR, PRUNING, ALERT AGES, PEAKS AND    *
      *                   MONTH END; CALLABLE ONE DAY AT A TIME BY THE  *
      *                   NEW SIERRA-CATCHUP DRIVER, WHICH TAKES ONLY   *
      *                   THAT DAY'S ROWS, WRITES DATED COPIES OF THE   *
      *                   REPORT AND FEEDS, AND LOGS EACH DAY UNDER ITS *
      *                   OWN RUN ID; CHECKPOINTS CARRY THEIR DATE      *
      *   2026-10-15  BG  GAGE OUTAGE TRACKING: station-status.csv      *
      *                   CARRIES EACH GAGE'S LAST GOOD READING DATE,   *
      *                   CONSECUTIVE DAYS SILENT OR EQP/ICE-ONLY AND THE*
      *                   REASON ACROSS RUNS; SECTION V-B AND field-    *
      *                   dispatch.csv LIST DOWN GAGES BY DAYS DOWN AND *
      *                   BASIN, AND A GAGE DOWN OUTAGE-ALERT-DAYS OR   *
      *                   MORE PAGES AS A GAGE OUTAGE ALERT             *
      *   2026-10-15  BG  FIELD DISCHARGE MEASUREMENTS: field-          *
      *                   measurements.csv IS RATED THROUGH THE CURRENT *
      *                   CURVE FOR PERCENT DEPARTURE AND IMPLIED STAGE *
      *                   SHIFT; SHIFTS ARE PRORATED BY DATE BETWEEN    *
      *                   MEASUREMENTS AND APPLIED TO RATED DISCHARGES  *
      *                   (SECTION I-C SHIFTED COLUMN, EXPORT           *
      *                   SHIFTED_COUNT); rating-review.txt LISTS       *
      *                   RATINGS WHOSE LAST MEASUREMENTS ALL DEPART    *
      *                   THE SAME WAY BEYOND SHIFT-TOLERANCE-PCT       *
      *   2026-10-15  BG  UNIT-VALUE SCREENING: TELEMETRY READINGS ARE  *
      *                   SORTED BY SITE AND TIME AND SCREENED FOR      *
      *                   SPIKES, RATE OF CHANGE, FLATLINES AND RANGE   *
      *                   (PER-STATION LIMITS IN uv-screen-limits.csv)  *
      *                   BEFORE THEY ARE POOLED; FAILURES GO TO        *
      *                   uv-quarantine.csv AND SECTION V, AND A DAY    *
      *                   THAT LOSES TOO MANY READINGS IS MARKED        *
      *                   INCOMPLETE AND KEPT OUT OF peaks.csv          *
      *   2026-10-15  BG  CDEC INGEST: cdec-flow.csv (CDEC LAYOUT) IS   *
      *                   MAPPED TO SITES BY THE NEW CDEC_ID COLUMN OF  *
      *                   station-master.csv; ITS FLOW, STAGE AND WATER *
      *                   TEMPERATURE SENSORS ARE MERGED INTO READINGS  *
      *                   AND RUN THROUGH THE streamflow.csv PATH.      *
      *                   SOURCE_PRECEDENCE (PER STATION) PICKS THE     *
      *                   AGENCY WHEN BOTH REPORT A STATION-DAY; THE    *
      *                   STATION'S SOURCE AGENCY IS A NEW EXPORT FIELD *
      *   2026-10-15  BG  ALERT ROUTING: alert-roster.csv MAPS BASIN /  *
      *                   SITE / ALERT STATUS / FLOOD TIER AND AN       *
      *                   ESCALATION LEVEL TO A RECIPIENT GROUP WITH AN *
      *                   AFTER-HOURS CONTACT; NEW AND ESCALATED ALERTS *
      *                   GO TO ONE notify-<GROUP>.csv PER GROUP.       *
      *                   alert-acks.csv RECORDS ACKNOWLEDGEMENTS; AN   *
      *                   ALERT NOT ACKNOWLEDGED IN ACK-ESCALATE-RUNS   *
      *                   RUNS GOES TO THE NEXT ROSTER LEVEL.           *
      *                   alert-state.csv CARRIES THE NOTICE AND ACK    *
      *                   HISTORY, AND NEW SECTION II-A LISTS EVERY     *
      *                   OPEN ALERT                                    *
      *   2026-10-15  BG  WATER-YEAR CLOSE: runcontrol.csv WATER-YEAR-  *
      *                   CLOSE = YES TOTALS THE CLOSED WATER YEAR      *
      *                   FROM THE MONTH-END COPIES OF                  *
      *                   monthly-stats.csv (ANNUAL MEAN, MEDIAN, MIN   *
      *                   7-DAY MEAN, RUNOFF AF, DAYS OF RECORD,        *
      *                   PROVISIONAL FLAG), REPLACES THAT YEAR'S ROWS  *
      *                   IN baseline-history.csv, WRITES               *
      *                   water-year-summary-YYYY.txt BY BASIN AND      *
      *                   CHECKS peaks.csv FOR EACH STATION'S PEAK      *
      *   2026-10-15  BG  DAILY-VALUES ARCHIVE: EVERY RUN ADDS EACH     *
      *                   STATION-DAY'S FINAL MEAN, MIN, MAX, GAGE      *
      *                   HEIGHT, TEMPERATURE, QUALIFIER COUNTS, ALERT  *
      *                   STATUS AND RUN ID TO daily-values.csv; A      *
      *                   RE-RUN OR REVISION OF THE DAY REPLACES ITS    *
      *                   ROWS. NEW EXTRACT RUN (runcontrol.csv         *
      *                   EXTRACT-MODE = YES) ANSWERS A DATA REQUEST    *
      *                   FROM extract-request.csv WITH                 *
      *                   dv-extract-report.txt AND dv-extract.csv,     *
      *                   SKIPPING NORMAL PROCESSING                    *
      *   2026-10-15  BG  A GAGE'S FIRST OUTAGE DAY COUNTS RUNS MISSED  *
      *                   SINCE IT WAS LAST UP; report-<BASIN>.txt GETS *
      *                   A CATCH-UP DATED COPY; STATION NAMES ARE      *
      *                   QUOTED IN field-dispatch.csv AND notify-      *
      *                   <GROUP>.csv; THE WATER-YEAR CLOSE ALSO CHECKS *
      *                   peaks.csv FOR ACTIVE STATIONS WITH NO MEANS   *
      *   2026-10-15  BG  CDEC SITE-DAY TAKES FLOW FROM ONE SOURCE:     *
      *                   DAILY (D) FLOW AND STAGE ROWS ARE DROPPED WHEN*
      *                   THE DAY HAS UNIT-VALUE FLOW OR STAGE          *
      *                                                               *
      * COMPILE: cobc -x -o sierra-flow SIERRA-FLOW.cob               *
      *   CATCH-UP: cobc -x -o sierra-catchup SIERRA-CATCHUP.cob      *
      *             SIERRA-FLOW.cob                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIERRA-FLOW.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALSO-STATUS.

           SELECT ALERT-ROSTER-FILE
               ASSIGN TO 'alert-roster.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARO-STATUS.

           SELECT ALERT-ACK-FILE
               ASSIGN TO 'alert-acks.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT NOTIFY-FILE
               ASSIGN TO WS-NOTIFY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.

           SELECT WY-BASELINE-FILE
               ASSIGN TO 'baseline-history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WYB-STATUS.

           SELECT WY-BASELINE-OUT-FILE
               ASSIGN TO 'baseline-history.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WYBO-STATUS.

           SELECT MONTH-ARCHIVE-FILE
               ASSIGN TO WS-MA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAR-STATUS.

           SELECT WY-SUMMARY-FILE
               ASSIGN TO WS-WYS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WSR-STATUS.

           SELECT DV-ARCHIVE-FILE
               ASSIGN TO 'daily-values.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DVA-STATUS.

           SELECT DV-ARCHIVE-OUT-FILE
               ASSIGN TO 'daily-values.csv.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DVAO-STATUS.

           SELECT EXTRACT-REQUEST-FILE
               ASSIGN TO 'extract-request.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XRQ-STATUS.

           SELECT EXTRACT-REPORT-FILE
               ASSIGN TO 'dv-extract-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XRP-STATUS.

           SELECT EXTRACT-CSV-FILE
               ASSIGN TO 'dv-extract.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XCS-STATUS.

           SELECT PERCENTILE-FILE
               ASSIGN TO 'flow-percentiles.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.

           SELECT EXPORT-FILE
               ASSIGN TO 'streamflow-export.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MRP-STATUS.

           SELECT INSTREAM-REQ-FILE
               ASSIGN TO 'instream-requirements.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IFR-STATUS.

           SELECT COMPLIANCE-STATE-FILE
               ASSIGN TO 'compliance-state.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT COMPLIANCE-STATE-OUT-FILE
               ASSIGN TO 'compliance-state.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CSTO-STATUS.

           SELECT COMPLIANCE-REPORT-FILE
               ASSIGN TO 'compliance-report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRP-STATUS.

           SELECT VIOLATION-FILE
               ASSIGN TO 'compliance-violations.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIO-STATUS.

           SELECT STATION-STATUS-FILE
               ASSIGN TO 'station-status.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GST-STATUS.

           SELECT STATION-STATUS-OUT-FILE
               ASSIGN TO 'station-status.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GSTO-STATUS.

           SELECT DISPATCH-FILE
               ASSIGN TO 'field-dispatch.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT FIELD-MEAS-FILE
               ASSIGN TO 'field-measurements.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FMI-STATUS.

           SELECT RATING-REVIEW-FILE
               ASSIGN TO 'rating-review.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RRV-STATUS.

           SELECT UV-LIMITS-FILE
               ASSIGN TO 'uv-screen-limits.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UVL-STATUS.

           SELECT UV-HOLD-FILE
               ASSIGN TO 'uv-hold-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UVH-STATUS.

           SELECT UV-QUARANTINE-FILE
               ASSIGN TO 'uv-quarantine.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-UVQ-STATUS.

           SELECT CDEC-FILE
               ASSIGN TO 'cdec-flow.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CDF-STATUS.

           SELECT CDEC-WORK-FILE
               ASSIGN TO 'cdec-merged-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CDW-STATUS.

           SELECT DQ-SORT-FILE
               ASSIGN TO 'dq-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO 'dv-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WC-SORT-FILE
               ASSIGN TO 'wc-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WR-SORT-FILE
               ASSIGN TO 'wr-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DX-SORT-FILE
               ASSIGN TO 'dx-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PK-SORT-FILE
               ASSIGN TO 'pk-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IF-SORT-FILE
               ASSIGN TO 'if-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ID-SORT-FILE
               ASSIGN TO 'id-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OG-SORT-FILE
               ASSIGN TO 'og-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FM-SORT-FILE
               ASSIGN TO 'fm-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UV-SORT-FILE
               ASSIGN TO 'uv-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CD-SORT-FILE
               ASSIGN TO 'cd-sort-work.tmp'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  HISTO-RECORD                 PIC X(80).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 1 TO 640 CHARACTERS.
       01  CKPT-RECORD                  PIC X(640).

       FD  CHECKPOINT-OUT-FILE
           RECORD CONTAINS 1 TO 640 CHARACTERS.
       01  CKPO-RECORD                  PIC X(640).

       FD  WY-BASELINE-FILE
           RECORD CONTAINS 1 TO 120 CHARACTERS.
       01  WYB-RECORD                   PIC X(120).

       FD  WY-BASELINE-OUT-FILE
           RECORD CONTAINS 1 TO 120 CHARACTERS.
       01  WYBO-RECORD                  PIC X(120).

       FD  DV-ARCHIVE-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  DVA-RECORD                   PIC X(200).

       FD  DV-ARCHIVE-OUT-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  DVAO-RECORD                  PIC X(200).

       FD  EXTRACT-REQUEST-FILE
           RECORD CONTAINS 1 TO 120 CHARACTERS.
       01  XRQ-RECORD                   PIC X(120).

       FD  EXTRACT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  XRP-LINE                     PIC X(132).

       FD  EXTRACT-CSV-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  XCS-RECORD                   PIC X(200).

       FD  MONTH-ARCHIVE-FILE
           RECORD CONTAINS 1 TO 80 CHARACTERS.
       01  MAR-RECORD                   PIC X(80).

       FD  WY-SUMMARY-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WSR-LINE                     PIC X(132).

       FD  PERCENTILE-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  PCT-RECORD                   PIC X(132).

       FD  RATING-FILE
           RECORD CONTAINS 1 TO 80 CHARACTERS.
       01  DIV-RECORD                   PIC X(80).

       FD  ALERT-STATE-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  ALS-RECORD                   PIC X(200).

       FD  ALERT-STATE-OUT-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  ALSO-RECORD                  PIC X(200).

       FD  ALERT-ROSTER-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  ARO-RECORD                   PIC X(200).

       FD  ALERT-ACK-FILE
           RECORD CONTAINS 1 TO 120 CHARACTERS.
       01  ACK-RECORD                   PIC X(120).

       FD  NOTIFY-FILE
           RECORD CONTAINS 1 TO 250 CHARACTERS.
       01  NTF-RECORD                   PIC X(250).

       FD  EXPORT-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  EXP-RECORD                   PIC X(200).

       FD  PRIOR-EXPORT-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  PEX-RECORD                   PIC X(200).

       FD  AMEND-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  SR-PROJ-14               PIC S9(7)V99.
           05  SR-CROSS-KIND            PIC X(4).
           05  SR-CROSS-DATE            PIC X(10).
           05  SR-FLOW-CLASS            PIC X(11).
           05  SR-IFR-FLAG              PIC X.
           05  SR-OUTAGE-FLAG           PIC X.
           05  SR-SHIFT-COUNT           PIC 9(5).
           05  SR-SCR-SPIKE             PIC 9(5).
           05  SR-SCR-RATE              PIC 9(5).
           05  SR-SCR-FLAT              PIC 9(5).
           05  SR-SCR-RANGE             PIC 9(5).
           05  SR-INCOMPLETE-DAYS       PIC 9(3).
           05  SR-PEAK-CFS              PIC S9(7)V99.
           05  SR-PEAK-GH               PIC 9(5)V99.
           05  SR-CDEC-ID               PIC X(3).
           05  SR-SOURCE-PREF           PIC X(4).
           05  SR-SOURCE                PIC X(9).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
           05  DVS-DATE                 PIC X(10).
           05  DVS-CFS                  PIC 9(7)V99.

       SD  WC-SORT-FILE.
       01  WC-SORT-RECORD.
           05  WCS-SITE-ID              PIC X(15).
           05  WCS-DATE                 PIC X(10).
           05  WCS-MEAN                 PIC S9(7)V99.

       SD  WR-SORT-FILE.
       01  WR-SORT-RECORD.
           05  WRS-BASIN                PIC X(20).
           05  WRS-SITE-ID              PIC X(15).
           05  WRS-IDX                  PIC 9(4).

       SD  DX-SORT-FILE.
       01  DX-SORT-RECORD.
           05  DXS-SITE-ID              PIC X(15).
           05  DXS-DATE                 PIC X(10).
           05  DXS-BASIN                PIC X(20).
           05  DXS-MEAN                 PIC S9(7)V99.
           05  DXS-MIN                  PIC S9(7)V99.
           05  DXS-MAX                  PIC S9(7)V99.
           05  DXS-GH-SET               PIC X.
           05  DXS-GH                   PIC S9(5)V99.
           05  DXS-TMP-SET              PIC X.
           05  DXS-TMP                  PIC S9(3)V99.
           05  DXS-READINGS             PIC 9(5).
           05  DXS-RATED                PIC 9(5).
           05  DXS-EST                  PIC 9(5).
           05  DXS-ALERT                PIC X(18).
           05  DXS-RUN-ID               PIC X(15).
           05  DXS-AMENDED              PIC X.

       SD  PK-SORT-FILE.
       01  PK-SORT-RECORD.
           05  PKS-SITE-ID              PIC X(15).
           05  PKS-GH                   PIC 9(5)V99.
           05  PKS-DATE                 PIC X(10).

       FD  INSTREAM-REQ-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  IFR-RECORD                   PIC X(132).

       FD  COMPLIANCE-STATE-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  CST-RECORD                   PIC X(132).

       FD  COMPLIANCE-STATE-OUT-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  CSTO-RECORD                  PIC X(132).

       FD  COMPLIANCE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CRP-LINE                     PIC X(132).

       FD  VIOLATION-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  VIO-RECORD                   PIC X(132).

       SD  IF-SORT-FILE.
       01  IF-SORT-RECORD.
           05  IFS-SITE-ID              PIC X(15).
           05  IFS-FROM-MMDD            PIC X(5).
           05  IFS-TO-MMDD              PIC X(5).
           05  IFS-WY-TYPE              PIC X(12).
           05  IFS-MIN-CFS              PIC 9(7)V99.
           05  IFS-BASIS                PIC X(4).
           05  IFS-NAT-CAP              PIC X.
           05  IFS-LICENSE              PIC X(20).

      *--- SAME LAYOUT AS ONE WS-IFR-DAY ENTRY, MOVED AS A GROUP ---
       SD  ID-SORT-FILE.
       01  ID-SORT-RECORD.
           05  IDS-SITE-ID              PIC X(15).
           05  IDS-DATE                 PIC X(10).
           05  IDS-REST                 PIC X(94).

       FD  STATION-STATUS-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  GST-RECORD                   PIC X(132).

       FD  STATION-STATUS-OUT-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  GSTO-RECORD                  PIC X(132).

       FD  DISPATCH-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  DSP-RECORD                   PIC X(132).

       SD  OG-SORT-FILE.
       01  OG-SORT-RECORD.
           05  OGS-DAYS-DOWN            PIC 9(4).
           05  OGS-BASIN                PIC X(20).
           05  OGS-SITE-ID              PIC X(15).
           05  OGS-SITE-NAME            PIC X(40).
           05  OGS-LAST-GOOD            PIC X(10).
           05  OGS-REASON               PIC X(10).
           05  OGS-ALERT                PIC X.

       FD  FIELD-MEAS-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  FMI-RECORD                   PIC X(132).

       FD  RATING-REVIEW-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RRV-LINE                     PIC X(132).

       SD  FM-SORT-FILE.
       01  FM-SORT-RECORD.
           05  FMS-SITE-ID              PIC X(15).
           05  FMS-DATE                 PIC X(10).
           05  FMS-JULIAN               PIC 9(7).
           05  FMS-GAGE-HT              PIC 9(5)V99.
           05  FMS-MEAS-Q               PIC 9(7)V99.
           05  FMS-GRADE                PIC X.

       FD  UV-LIMITS-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  UVL-RECORD                   PIC X(132).

      *--- ONE HELD UNIT VALUE, SAME LAYOUT AS WS-SCR-REC ---
       FD  UV-HOLD-FILE
           RECORD CONTAINS 123 CHARACTERS.
       01  UVH-RECORD                   PIC X(123).

       FD  UV-QUARANTINE-FILE
           RECORD CONTAINS 1 TO 132 CHARACTERS.
       01  UVQ-RECORD                   PIC X(132).

       FD  CDEC-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  CDF-RECORD                   PIC X(200).

      *--- ONE MERGED CDEC READING IN THE streamflow.csv LAYOUT ---
       FD  CDEC-WORK-FILE
           RECORD CONTAINS 1 TO 200 CHARACTERS.
       01  CDW-RECORD                   PIC X(200).

       SD  UV-SORT-FILE.
       01  UV-SORT-RECORD.
           05  UVS-SITE-ID              PIC X(15).
           05  UVS-TIMESTAMP            PIC X(20).
           05  UVS-SEQ                  PIC 9(7).
           05  FILLER                   PIC X(81).

       SD  CD-SORT-FILE.
       01  CD-SORT-RECORD.
           05  CDS-SITE-ID              PIC X(15).
           05  CDS-DATE                 PIC X(10).
           05  CDS-DAILY                PIC X.
           05  CDS-TIMESTAMP            PIC X(16).
           05  CDS-KIND                 PIC X.
           05  CDS-VALUE                PIC X(12).
           05  CDS-EST                  PIC X.
           05  CDS-PREF                 PIC X(4).
           05  CDS-SITE-NAME            PIC X(40).

       WORKING-STORAGE SECTION.

      *--- FILE STATUS ---
       01  WS-CKPT-STATUS               PIC XX VALUE SPACES.
       01  WS-CKPO-STATUS               PIC XX VALUE SPACES.
       01  WS-WYB-STATUS                PIC XX VALUE SPACES.
       01  WS-WYBO-STATUS               PIC XX VALUE SPACES.
       01  WS-MAR-STATUS                PIC XX VALUE SPACES.
       01  WS-DVA-STATUS                PIC XX VALUE SPACES.
       01  WS-DVAO-STATUS               PIC XX VALUE SPACES.
       01  WS-XRQ-STATUS                PIC XX VALUE SPACES.
       01  WS-XRP-STATUS                PIC XX VALUE SPACES.
       01  WS-XCS-STATUS                PIC XX VALUE SPACES.
       01  WS-WSR-STATUS                PIC XX VALUE SPACES.
       01  WS-EXP-STATUS                PIC XX VALUE SPACES.
       01  WS-RTG-STATUS                PIC XX VALUE SPACES.
       01  WS-ALS-STATUS                PIC XX VALUE SPACES.
       01  WS-ARO-STATUS                PIC XX VALUE SPACES.
       01  WS-ACK-STATUS                PIC XX VALUE SPACES.
       01  WS-NTF-STATUS                PIC XX VALUE SPACES.
       01  WS-ALSO-STATUS               PIC XX VALUE SPACES.
       01  WS-SNW-STATUS                PIC XX VALUE SPACES.
       01  WS-RSV-STATUS                PIC XX VALUE SPACES.
       01  WS-AMR-STATUS                PIC XX VALUE SPACES.
       01  WS-AMC-STATUS                PIC XX VALUE SPACES.
       01  WS-RNL-STATUS                PIC XX VALUE SPACES.
       01  WS-PCT-STATUS                PIC XX VALUE SPACES.
       01  WS-IFR-STATUS                PIC XX VALUE SPACES.
       01  WS-CST-STATUS                PIC XX VALUE SPACES.
       01  WS-CSTO-STATUS               PIC XX VALUE SPACES.
       01  WS-CRP-STATUS                PIC XX VALUE SPACES.
       01  WS-VIO-STATUS                PIC XX VALUE SPACES.
       01  WS-GST-STATUS                PIC XX VALUE SPACES.
       01  WS-GSTO-STATUS               PIC XX VALUE SPACES.
       01  WS-DSP-STATUS                PIC XX VALUE SPACES.
       01  WS-FMI-STATUS                PIC XX VALUE SPACES.
       01  WS-RRV-STATUS                PIC XX VALUE SPACES.
       01  WS-UVL-STATUS                PIC XX VALUE SPACES.
       01  WS-UVH-STATUS                PIC XX VALUE SPACES.
       01  WS-UVQ-STATUS                PIC XX VALUE SPACES.
       01  WS-CDF-STATUS                PIC XX VALUE SPACES.
       01  WS-CDW-STATUS                PIC XX VALUE SPACES.
       01  WS-EOF-SF                    PIC X VALUE 'N'.
           88  EOF-STREAMFLOW           VALUE 'Y'.
       01  WS-EOF-SORT                  PIC X VALUE 'N'.
           88  EOF-HISTORY              VALUE 'Y'.
       01  WS-EOF-WYB                   PIC X VALUE 'N'.
           88  EOF-WY-BASELINE          VALUE 'Y'.
       01  WS-EOF-MAR                   PIC X VALUE 'N'.
           88  EOF-MONTH-ARCHIVE        VALUE 'Y'.
       01  WS-EOF-DVA                   PIC X VALUE 'N'.
           88  EOF-DV-ARCHIVE           VALUE 'Y'.
       01  WS-EOF-XRQ                   PIC X VALUE 'N'.
           88  EOF-EXTRACT-REQUEST      VALUE 'Y'.
       01  WS-EOF-CKPT                  PIC X VALUE 'N'.
           88  EOF-CHECKPOINT           VALUE 'Y'.
       01  WS-EOF-RTG                   PIC X VALUE 'N'.
           88  EOF-RATING               VALUE 'Y'.
       01  WS-EOF-ALS                   PIC X VALUE 'N'.
           88  EOF-ALERT-STATE          VALUE 'Y'.
       01  WS-EOF-ARO                   PIC X VALUE 'N'.
           88  EOF-ALERT-ROSTER         VALUE 'Y'.
       01  WS-EOF-ACK                   PIC X VALUE 'N'.
           88  EOF-ALERT-ACKS           VALUE 'Y'.
       01  WS-EOF-SNW                   PIC X VALUE 'N'.
           88  EOF-SNOWPACK             VALUE 'Y'.
       01  WS-EOF-RSV                   PIC X VALUE 'N'.
           88  EOF-PREFLIGHT-SCAN       VALUE 'Y'.
       01  WS-EOF-PEX                   PIC X VALUE 'N'.
           88  EOF-PRIOR-EXPORT         VALUE 'Y'.
       01  WS-EOF-PCT                   PIC X VALUE 'N'.
           88  EOF-PERCENTILES          VALUE 'Y'.
       01  WS-EOF-IFR                   PIC X VALUE 'N'.
           88  EOF-IFR-REQUIREMENTS     VALUE 'Y'.
       01  WS-EOF-CST                   PIC X VALUE 'N'.
           88  EOF-COMPLIANCE-STATE     VALUE 'Y'.
       01  WS-EOF-GST                   PIC X VALUE 'N'.
           88  EOF-STATION-STATUS       VALUE 'Y'.
       01  WS-EOF-FMI                   PIC X VALUE 'N'.
           88  EOF-FIELD-MEAS           VALUE 'Y'.
       01  WS-EOF-UVL                   PIC X VALUE 'N'.
           88  EOF-UV-LIMITS            VALUE 'Y'.
       01  WS-EOF-CDF                   PIC X VALUE 'N'.
           88  EOF-CDEC-FEED            VALUE 'Y'.
       01  WS-EOF-CDW                   PIC X VALUE 'N'.
           88  EOF-CDEC-WORK            VALUE 'Y'.
       01  WS-FIRST-LINE                PIC X VALUE 'Y'.
           88  IS-HEADER                VALUE 'Y'.

           05  WS-QUAL-DISP             PIC X VALUE 'I'.
           05  WS-EST-FLAG              PIC X VALUE 'N'.
               88  ESTIMATED-READING    VALUE 'Y'.
           05  WS-SHIFT-FLAG            PIC X VALUE 'N'.
               88  SHIFT-ADJUSTED       VALUE 'Y'.
           05  WS-PARAM-STR             PIC X(8).
           05  WS-TEMP-PRESENT          PIC X VALUE 'N'.
           05  WS-TEMP-VAL              PIC 9(3)V99 VALUE ZEROS.
               10  UV-GH-MAX            PIC 9(5)V99.
               10  UV-RATED-READINGS    PIC 9(5).
               10  UV-EST-READINGS      PIC 9(5).
               10  UV-SHIFT-READINGS    PIC 9(5).
               10  UV-SCREENED          PIC 9(5).

      *--- UNIT-VALUE SCREENING. 3590 HOLDS EVERY TELEMETRY READING   ---
      *--- IN uv-hold-work.tmp; AT END OF FILE 3720 SORTS THEM BY     ---
      *--- SITE AND TIME AND SCREENS EACH ONE BEFORE 3600 POOLS IT,   ---
      *--- SO A GLITCH NEVER REACHES THE DAILY MEAN. WS-SCR-REC IS    ---
      *--- THE HELD-READING LAYOUT (UVH-RECORD / UV-SORT-RECORD ARE   ---
      *--- THE SAME 123 BYTES).                                       ---
       01  WS-UV-HELD                   PIC 9(7) VALUE 0.
       01  WS-UVH-OPEN                  PIC X VALUE 'N'.
       01  WS-SKIP-SCREENED             PIC 9(7) VALUE 0.
       01  WS-UV-INCOMPLETE-COUNT       PIC 9(5) VALUE 0.
       01  WS-SCR-REC.
           05  SCR-SITE-ID              PIC X(15).
           05  SCR-TIMESTAMP            PIC X(20).
           05  SCR-SEQ                  PIC 9(7).
           05  SCR-DATE                 PIC X(10).
           05  SCR-SITE-NAME            PIC X(40).
           05  SCR-DISCHARGE            PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
           05  SCR-GAGE-HT              PIC 9(5)V99.
           05  SCR-GH-PRESENT           PIC X.
           05  SCR-RATED                PIC X.
           05  SCR-EST                  PIC X.
           05  SCR-SHIFT                PIC X.
           05  SCR-MINUTES              PIC 9(9).
           05  SCR-TIME-OK              PIC X.
       01  WS-SCR-NEXT                  PIC X(123).
       01  WS-SCR-SAVE                  PIC X(123).
       01  WS-SCR-PEND                  PIC X(123).
       01  WS-SCR-HAS-PEND              PIC X VALUE 'N'.
       01  WS-SCR-SITE                  PIC X(15) VALUE SPACES.
       01  WS-SCR-PREV-Q                PIC S9(7)V99 VALUE 0.
       01  WS-SCR-PREV-MIN              PIC 9(9) VALUE 0.
       01  WS-SCR-PREV-TIME-OK          PIC X VALUE 'N'.
       01  WS-SCR-HAS-PREV              PIC X VALUE 'N'.
       01  WS-SCR-NEXT-Q                PIC S9(7)V99 VALUE 0.
       01  WS-SCR-HI                    PIC S9(7)V99 VALUE 0.
       01  WS-SCR-LO                    PIC S9(7)V99 VALUE 0.
       01  WS-SCR-BASE                  PIC S9(7)V99 VALUE 0.
       01  WS-SCR-ELAPSED               PIC 9(9) VALUE 0.
       01  WS-SCR-RATE                  PIC 9(11)V99 VALUE 0.
       01  WS-SCR-HOURS                 PIC 9(5)V99 VALUE 0.
       01  WS-SCR-FAILED                PIC X VALUE 'N'.
       01  WS-SCR-REASON                PIC X(8) VALUE SPACES.
       01  WS-SCR-DETAIL                PIC X(60) VALUE SPACES.
       01  WS-SCR-Q-ED                  PIC -(7)9.99.
       01  WS-SCR-A-ED                  PIC -(10)9.99.
       01  WS-SCR-B-ED                  PIC -(10)9.99.
       01  WS-SCR-R-ED                  PIC ZZ9.99.
       01  WS-SCR-HRS-ED                PIC Z(4)9.99.
       01  WS-SCR-LIM-ED                PIC ZZ9.
       01  WS-SCR-HH                    PIC 99 VALUE 0.
       01  WS-SCR-MM                    PIC 99 VALUE 0.
       01  WS-SCR-LAST-DATE             PIC X(10) VALUE SPACES.
       01  WS-SCR-LAST-JULIAN           PIC 9(7) VALUE 0.
       01  WS-SCR-DAY-TOTAL             PIC 9(6) VALUE 0.
       01  WS-SCR-INCOMPLETE            PIC X VALUE 'N'.
       01  WS-SCR-PCT                   PIC 9(3) VALUE 0.
       01  WS-SCR-PCT-ED                PIC ZZ9.
       01  WS-SCR-COUNT-ED              PIC Z(6)9.
      *--- LIMITS IN FORCE FOR THE SITE BEING SCREENED (ITS uv-screen----
      *--- limits.csv ROW, ELSE THE runcontrol.csv DEFAULTS)          ---
       01  WS-SCR-HAS-MIN               PIC X VALUE 'N'.
       01  WS-SCR-LIM-MIN               PIC S9(7)V99 VALUE 0.
       01  WS-SCR-HAS-MAX               PIC X VALUE 'N'.
       01  WS-SCR-LIM-MAX               PIC S9(7)V99 VALUE 0.
       01  WS-SCR-LIM-RATE              PIC 9(7)V99 VALUE 0.
       01  WS-SCR-LIM-SPIKE             PIC 9(3)V99 VALUE 0.
       01  WS-SCR-LIM-FLAT              PIC 9(3) VALUE 0.
       01  WS-SCR-SPIKE-FLOOR           PIC 9(3)V99 VALUE 1.
      *--- FLATLINE RUN: READINGS REPEATING ONE VALUE ARE HELD HERE   ---
      *--- UNTIL THE RUN EITHER BREAKS (POOLED) OR OUTLASTS THE LIMIT ---
      *--- (QUARANTINED, WITH EVERY LATER REPEAT OF THE SAME VALUE)   ---
       01  WS-FLAT-ACTIVE               PIC X VALUE 'N'.
       01  WS-FLAT-TRIPPED              PIC X VALUE 'N'.
       01  WS-FLAT-VALUE                PIC S9(7)V99 VALUE 0.
       01  WS-FLAT-START-MIN            PIC 9(9) VALUE 0.
       01  WS-FLAT-COUNT                PIC 9(4) VALUE 0.
       01  WS-FLAT-TABLE.
           05  WS-FLAT-ENTRY            PIC X(123) OCCURS 1000 TIMES
                                        INDEXED BY FLT-IDX.
      *--- PER-STATION SCREENING LIMITS FROM uv-screen-limits.csv     ---
       01  WS-UL-COUNT                  PIC 9(4) VALUE 0.
       01  WS-UL-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-UL-FOUND                  PIC X VALUE 'N'.
       01  WS-UV-LIMIT-TABLE.
           05  WS-UV-LIMIT OCCURS 2000 TIMES
                           INDEXED BY UVL-IDX.
               10  UL-SITE-ID           PIC X(15).
               10  UL-HAS-MIN           PIC X.
               10  UL-MIN-CFS           PIC S9(7)V99.
               10  UL-HAS-MAX           PIC X.
               10  UL-MAX-CFS           PIC S9(7)V99.
               10  UL-MAX-RATE          PIC 9(7)V99.
               10  UL-SPIKE-RATIO       PIC 9(3)V99.
               10  UL-FLAT-HOURS        PIC 9(3).
       01  WS-UL-FIELD                  PIC X(20) VALUE SPACES.
      *--- runcontrol.csv DEFAULTS FOR SITES WITHOUT A LIMITS ROW     ---
       01  WS-UV-SPIKE-RATIO            PIC 9(3)V99 VALUE 5.
       01  WS-UV-MAX-RATE               PIC 9(7)V99 VALUE 0.
       01  WS-UV-FLAT-HOURS             PIC 9(3) VALUE 12.
       01  WS-UV-INCOMPLETE-PCT         PIC 9(3) VALUE 25.

      *--- CDEC / DWR INGEST. cdec-flow.csv ROWS (ONE SENSOR VALUE    ---
      *--- EACH) ARE MAPPED TO A SITE BY THE CDEC_ID COLUMN OF        ---
      *--- station-master.csv, SORTED, AND MERGED PER SITE AND TIME   ---
      *--- INTO streamflow.csv-LAYOUT READINGS IN                     ---
      *--- cdec-merged-work.tmp. WS-CD-DAY-TABLE HOLDS EVERY          ---
      *--- STATION-DAY CDEC REPORTED FLOW OR STAGE FOR, SORTED BY     ---
      *--- SITE AND DATE, WITH THE STATION'S PRECEDENCE AND WHETHER   ---
      *--- USGS REPORTED THE SAME DAY.                                ---
       01  WS-ROW-SOURCE                PIC X(4) VALUE 'USGS'.
       01  WS-SRC-SUPERSEDED            PIC X VALUE 'N'.
       01  WS-SKIP-SUPERSEDED           PIC 9(7) VALUE 0.
       01  WS-CDF-ROWS-IN               PIC 9(7) VALUE 0.
       01  WS-CD-UNMAPPED               PIC 9(7) VALUE 0.
       01  WS-CD-OTHER-SENSOR           PIC 9(7) VALUE 0.
       01  WS-CD-BAD-DATE               PIC 9(7) VALUE 0.
       01  WS-CD-NO-VALUE               PIC 9(7) VALUE 0.
       01  WS-CD-DAILY-DROPPED          PIC 9(7) VALUE 0.
       01  WS-CDEC-READINGS             PIC 9(7) VALUE 0.
       01  WS-INPUT-READINGS            PIC 9(7) VALUE 0.
       01  WS-CURRENT-CD.
           05  WS-CD-STATION            PIC X(8).
           05  WS-CD-DURATION           PIC X(2).
           05  WS-CD-SENSOR-STR         PIC X(5).
           05  WS-CD-DATETIME           PIC X(20).
           05  WS-CD-VALUE-STR          PIC X(12).
           05  WS-CD-FLAG               PIC X(2).
           05  WS-CD-KIND               PIC X.
           05  WS-CD-TIMESTAMP          PIC X(16).
       01  WS-CD-LAST-ID                PIC X(8) VALUE SPACES.
       01  WS-CD-LAST-FOUND             PIC X VALUE 'N'.
       01  WS-CD-LAST-SITE              PIC X(15) VALUE SPACES.
       01  WS-CD-LAST-NAME              PIC X(40) VALUE SPACES.
       01  WS-CD-LAST-PREF              PIC X(4) VALUE SPACES.
      *--- THE READING BEING MERGED FROM THE SORTED SENSOR ROWS       ---
       01  WS-CDM-SITE-ID               PIC X(15) VALUE SPACES.
       01  WS-CDM-SITE-NAME             PIC X(40) VALUE SPACES.
       01  WS-CDM-TIMESTAMP             PIC X(16) VALUE SPACES.
       01  WS-CDM-PREF                  PIC X(4) VALUE SPACES.
       01  WS-CDM-FLOW                  PIC X(12) VALUE SPACES.
       01  WS-CDM-STAGE                 PIC X(12) VALUE SPACES.
       01  WS-CDM-TEMP                  PIC X(12) VALUE SPACES.
       01  WS-CDM-EST                   PIC X VALUE 'N'.
       01  WS-CDM-QUAL                  PIC X VALUE SPACE.
      *--- THE SITE-DAY BEING MERGED AND WHETHER ANY OF ITS UNIT-VALUE---
      *--- (E/H) READINGS CARRIED FLOW OR STAGE                       ---
       01  WS-CDM-DAY-SITE              PIC X(15) VALUE SPACES.
       01  WS-CDM-DAY-DATE              PIC X(10) VALUE SPACES.
       01  WS-CDM-DAY-UV-FLOW           PIC X VALUE 'N'.
       01  WS-CD-DAY-COUNT              PIC 9(5) VALUE 0.
       01  WS-CD-DAY-FULL               PIC X VALUE 'N'.
       01  WS-CD-DAY-TABLE.
           05  WS-CD-DAY OCCURS 50000 TIMES
                         INDEXED BY CDD-IDX.
               10  CDD-KEY.
                   15  CDD-SITE-ID      PIC X(15).
                   15  CDD-DATE         PIC X(10).
               10  CDD-PREF             PIC X(4).
               10  CDD-USGS             PIC X.
       01  WS-CDD-LOOKUP.
           05  WS-CDD-LK-SITE           PIC X(15).
           05  WS-CDD-LK-DATE           PIC X(10).
       01  WS-CDD-FOUND                 PIC X VALUE 'N'.
       01  WS-USGS-USABLE               PIC X VALUE 'N'.

      *--- CURRENT BASELINE RECORD ---
       01  WS-CURRENT-BL.
           05  WS-SM-NWS-ID             PIC X(8).
           05  WS-SM-TMP-STR            PIC X(12).
           05  WS-SM-TMP                PIC 9(3)V99 VALUE ZEROS.
           05  WS-SM-CDEC-ID            PIC X(8).
           05  WS-SM-PREF               PIC X(8).

      *--- RATING TABLE (STAGE-TO-DISCHARGE BREAKPOINTS PER STATION,  ---
      *--- LOADED FROM rating-tables.csv AND HELD SORTED BY SITE THEN ---
       01  WS-RT-HI-DISCH               PIC 9(7)V99 VALUE 0.
       01  WS-RATED-FLAG                PIC X VALUE 'N'.
           88  RATED-DISCHARGE          VALUE 'Y'.
      *--- CURVE LOOKUP BOTH WAYS (8435 STAGE TO DISCHARGE, 8436      ---
      *--- DISCHARGE TO STAGE) FOR THE SITE IN WS-SITE-ID             ---
       01  WS-RT-IN-STAGE               PIC S9(5)V99 VALUE 0.
       01  WS-RT-OUT-DISCH              PIC 9(7)V99 VALUE 0.
       01  WS-RT-RATED                  PIC X VALUE 'N'.
       01  WS-RT-IN-DISCH               PIC 9(7)V99 VALUE 0.
       01  WS-RT-OUT-STAGE              PIC S9(5)V99 VALUE 0.
       01  WS-RT-INV-FOUND              PIC X VALUE 'N'.

      *--- STATION ACCUMULATOR TABLE (UP TO 2000 GAGES, HELD SORTED   ---
      *--- BY SITE ID AT ALL TIMES SO 8400-SEARCH-STATION-TABLE CAN   ---
               10  ST-PROJ-14           PIC S9(7)V99 VALUE 0.
               10  ST-CROSS-KIND        PIC X(4)  VALUE SPACES.
               10  ST-CROSS-DATE        PIC X(10) VALUE SPACES.
               10  ST-FLOW-CLASS        PIC X(11) VALUE 'NOT RANKED'.
               10  ST-IFR-FLAG          PIC X     VALUE 'N'.
               10  ST-OUTAGE-FLAG       PIC X     VALUE 'N'.
               10  ST-SHIFT-COUNT       PIC 9(5)  VALUE 0.
               10  ST-SCR-SPIKE         PIC 9(5)  VALUE 0.
               10  ST-SCR-RATE          PIC 9(5)  VALUE 0.
               10  ST-SCR-FLAT          PIC 9(5)  VALUE 0.
               10  ST-SCR-RANGE         PIC 9(5)  VALUE 0.
               10  ST-INCOMPLETE-DAYS   PIC 9(3)  VALUE 0.
               10  ST-PEAK-CFS          PIC S9(7)V99 VALUE -9999999.
               10  ST-PEAK-GH           PIC 9(5)V99 VALUE 0.
               10  ST-CDEC-ID           PIC X(3)  VALUE SPACES.
               10  ST-SOURCE-PREF       PIC X(4)  VALUE 'USGS'.
               10  ST-SOURCE            PIC X(9)  VALUE SPACES.

      *--- BASIN ROLL-UP TABLE (UP TO 50 BASINS) ---
       01  WS-BASIN-COUNT               PIC 99 VALUE 0.
       01  WS-SKIP-SSN                  PIC 9(7) VALUE 0.
       01  WS-SKIP-SENTINEL             PIC 9(7) VALUE 0.
       01  WS-SKIP-TABLE-FULL           PIC 9(7) VALUE 0.
       01  WS-SKIP-OTHER-DAY            PIC 9(7) VALUE 0.
       01  WS-TEMP-ROWS                 PIC 9(7) VALUE 0.

      *--- WORK VARIABLES ---
           05  WS-WY-MEDIAN             PIC 9(7)V99 VALUE ZEROS.
       01  WS-WY-SHOWN                  PIC 9(2) VALUE 0.

      *--- DAY-OF-YEAR FLOW PERCENTILES (flow-percentiles.csv: SITE,  ---
      *--- MONTH-DAY MM-DD, MIN, P10, P25, P50, P75, P90, MAX). ONLY  ---
      *--- THE ROW FOR EACH STATION'S OWN CALENDAR DAY IS KEPT, IN A  ---
      *--- SIDE TABLE PARALLEL TO THE SITE-SORTED STATION TABLE; IT   ---
      *--- IS LOADED AT THE TOP OF 4000-COMPUTE-STATS, AFTER THE LAST ---
      *--- STATION CAN HAVE BEEN AUTO-REGISTERED, AND IS SPENT BEFORE ---
      *--- 5000-SORT-STATIONS RE-ORDERS THE STATION TABLE BY MEAN.    ---
       01  WS-DOY-PCTL-TABLE.
           05  WS-DOY-PCTL OCCURS 2000 TIMES
                           INDEXED BY DOY-IDX.
               10  DP-LOADED            PIC X.
               10  DP-MIN               PIC 9(7)V99.
               10  DP-P10               PIC 9(7)V99.
               10  DP-P25               PIC 9(7)V99.
               10  DP-P75               PIC 9(7)V99.
               10  DP-P90               PIC 9(7)V99.
               10  DP-MAX               PIC 9(7)V99.
       01  WS-CURRENT-PCT.
           05  WS-PCT-SITE-ID           PIC X(15).
           05  WS-PCT-MONTH-DAY         PIC X(5).
           05  WS-PCT-VALUE             PIC 9(7)V99 OCCURS 7 TIMES.
       01  WS-PCT-SUB                   PIC 99 VALUE 0.
       01  WS-PCT-DAY-KEY               PIC X(5) VALUE SPACES.
       01  WS-PCT-ROWS-IN               PIC 9(7) VALUE 0.
       01  WS-PCT-APPLIED               PIC 9(4) VALUE 0.

      *--- CHECKPOINT / RESTART ---
      *--- A CHECKPOINT NOW CARRIES THE FULL STATION AND DATE-LOG      ---
      *--- ACCUMULATOR STATE, NOT JUST A BARE RECORD COUNT, SO A       ---
      *--- BY A PRIOR BINARY WHOSE LAYOUT DIFFERS WOULD OTHERWISE     ---
      *--- RESTORE GARBAGE COUNTERS SILENTLY. BUMP IT WHENEVER THE    ---
      *--- HEADER OR STATION-ENTRY LAYOUT CHANGES.                    ---
       01  WS-CKPT-FORMAT-ID            PIC X(8) VALUE 'SFCKPT18'.
       01  WS-CKPT-INTERVAL             PIC 9(5) VALUE 10000.
       01  WS-LINES-READ                PIC 9(7) VALUE 0.
       01  WS-RESTART-RECORDS           PIC 9(7) VALUE 0.
           05  CKH-SKIP-SENTINEL        PIC 9(7).
           05  CKH-SKIP-TABLE-FULL      PIC 9(7).
           05  CKH-TEMP-ROWS            PIC 9(7).
           05  CKH-IFD-COUNT            PIC 9(6).
           05  CKH-SKIP-OTHER-DAY       PIC 9(7).
           05  CKH-PROCESS-DATE         PIC X(10).
           05  CKH-SKIP-SUPERSEDED      PIC 9(7).
       01  WS-CKPT-TMP-NAME             PIC X(20)
               VALUE 'sierra-flow.ckpt.tmp'.
       01  WS-CKPT-LIVE-NAME            PIC X(16)
       01  WS-NAT-DISCHARGE             PIC S9(7)V99 VALUE 0.
       01  WS-NAT-DIV-MEAN              PIC S9(7)V99 VALUE 0.

      *--- INSTREAM-FLOW REQUIREMENTS (instream-requirements.csv:     ---
      *--- SITE, LICENSE, FROM MM-DD, TO MM-DD, WATER-YEAR TYPE, MIN  ---
      *--- CFS, BASIS MEAN OR INST, NATURAL-FLOW CAP Y/N). A WINDOW   ---
      *--- WHOSE FROM FALLS AFTER ITS TO WRAPS THE NEW YEAR (11-01 TO ---
      *--- 03-31). A BLANK WATER-YEAR TYPE APPLIES IN ANY YEAR; A ROW ---
      *--- NAMING THE TYPE DECLARED IN runcontrol.csv (WATER-YEAR-    ---
      *--- TYPE) OUTRANKS IT. HELD SORTED BY SITE SO 3275 CAN BINARY- ---
      *--- SEARCH TO A SITE'S BLOCK.                                  ---
       01  WS-IFR-COUNT                 PIC 9(4) VALUE 0.
       01  WS-IFR-TABLE.
           05  WS-IFR OCCURS 3000 TIMES
                      INDEXED BY IFR-IDX.
               10  IR-SITE-ID           PIC X(15).
               10  IR-FROM-MMDD         PIC X(5).
               10  IR-TO-MMDD           PIC X(5).
               10  IR-WY-TYPE           PIC X(12).
               10  IR-MIN-CFS           PIC 9(7)V99.
               10  IR-BASIS             PIC X(4).
               10  IR-NAT-CAP           PIC X.
               10  IR-LICENSE           PIC X(20).
       01  WS-CURRENT-IFR.
           05  WS-IR-SITE-ID            PIC X(15).
           05  WS-IR-LICENSE            PIC X(20).
           05  WS-IR-FROM-STR           PIC X(10).
           05  WS-IR-TO-STR             PIC X(10).
           05  WS-IR-FROM-MMDD          PIC X(5).
           05  WS-IR-TO-MMDD            PIC X(5).
           05  WS-IR-WY-TYPE            PIC X(12).
           05  WS-IR-MIN-STR            PIC X(12).
           05  WS-IR-MIN-CFS            PIC 9(7)V99 VALUE ZEROS.
           05  WS-IR-BASIS              PIC X(4).
           05  WS-IR-NAT-CAP            PIC X.
       01  WS-IFR-ROWS-IN               PIC 9(5) VALUE 0.
       01  WS-IFR-START                 PIC 9(6) COMP VALUE 0.
       01  WS-IFR-WY-TYPE               PIC X(12) VALUE SPACES.
       01  WS-IFR-DAY-KEY               PIC X(5) VALUE SPACES.
       01  WS-IFR-HIT-IDX               PIC 9(4) VALUE 0.
       01  WS-IFR-HIT-TYPED             PIC X VALUE 'N'.
       01  WS-IFR-IN-WINDOW             PIC X VALUE 'N'.
       01  WS-IFR-OBSERVED              PIC S9(7)V99 VALUE 0.
       01  WS-IFR-REQUIRED              PIC 9(7)V99 VALUE 0.
       01  WS-IFR-MEAN-SHORT            PIC 9(7)V99 VALUE 0.

      *--- STATION-DAYS CHECKED AGAINST A REQUIREMENT, ONE ENTRY PER  ---
      *--- DAILY VALUE 3200 ACCUMULATES FOR A LICENSED SITE. CARRIED  ---
      *--- IN THE CHECKPOINT WITH THE STATION TABLE (119 BYTES PER    ---
      *--- ENTRY); 4700 SORTS IT BY SITE AND DATE AND ROLLS IT INTO   ---
      *--- THE COMPLIANCE STATE. ID-ROLLED IS Y WHEN THE DAY MOVED    ---
      *--- THE CARRIED TOTALS, P WHEN AN EARLIER RUN ALREADY COUNTED  ---
      *--- IT, D FOR A DUPLICATE OF THE SAME SITE AND DATE.           ---
       01  WS-IFD-COUNT                 PIC 9(6) VALUE 0.
       01  WS-IFR-DAY-TABLE.
           05  WS-IFR-DAY OCCURS 100000 TIMES
                          INDEXED BY IFD-IDX.
               10  ID-SITE-ID           PIC X(15).
               10  ID-DATE              PIC X(10).
               10  ID-LICENSE           PIC X(20).
               10  ID-BASIS             PIC X(4).
               10  ID-MIN-CFS           PIC 9(7)V99.
               10  ID-REQUIRED          PIC 9(7)V99.
               10  ID-OBSERVED          PIC S9(7)V99.
               10  ID-NATURAL           PIC S9(7)V99.
               10  ID-SHORT-CFS         PIC 9(7)V99.
               10  ID-DEFICIT-AF        PIC 9(7)V99.
               10  ID-CONSEC            PIC 9(4).
               10  ID-WY-DEFICIT-AF     PIC 9(9)V99.
               10  ID-ROLLED            PIC X.
       01  WS-IFD-DROPPED               PIC 9(7) VALUE 0.
       01  WS-IFD-OUT-COUNT             PIC 9(6) VALUE 0.
       01  WS-IFD-PRIOR-SITE            PIC X(15) VALUE SPACES.
       01  WS-IFD-PRIOR-DATE            PIC X(10) VALUE SPACES.
       01  WS-IFD-WY                    PIC 9(4) VALUE 0.

      *--- COMPLIANCE STATE (compliance-state.csv, REWRITTEN BY 4750  ---
      *--- EVERY RUN THAT HAS REQUIREMENTS LOADED): THE LAST DAY      ---
      *--- ROLLED IN, CONSECUTIVE DAYS OUT, AND THE WATER-YEAR DAYS   ---
      *--- OUT AND DEFICIT IN ACRE-FEET, WHICH RESET WHEN A DAY FROM  ---
      *--- A NEW WATER YEAR IS ROLLED IN.                             ---
       01  WS-CS-COUNT                  PIC 9(4) VALUE 0.
       01  WS-COMPLIANCE-STATE-TABLE.
           05  WS-COMPLIANCE-STATE OCCURS 3000 TIMES
                                   INDEXED BY CST-IDX.
               10  CS-SITE-ID           PIC X(15).
               10  CS-LICENSE           PIC X(20).
               10  CS-LAST-DATE         PIC X(10).
               10  CS-WATER-YEAR        PIC 9(4).
               10  CS-CONSEC-OUT        PIC 9(4).
               10  CS-WY-DAYS-OUT       PIC 9(4).
               10  CS-WY-DEFICIT-AF     PIC 9(9)V99.
               10  CS-OUT-NOW           PIC X.
               10  CS-TOUCHED           PIC X.
       01  WS-CURRENT-CS.
           05  WS-CS-SITE-ID            PIC X(15).
           05  WS-CS-LICENSE            PIC X(20).
           05  WS-CS-LAST-DATE          PIC X(10).
           05  WS-CS-WY-STR             PIC X(6).
           05  WS-CS-CONSEC-STR         PIC X(6).
           05  WS-CS-DAYS-STR           PIC X(6).
           05  WS-CS-AF-STR             PIC X(14).
           05  WS-CS-STATUS-STR         PIC X(4).
       01  WS-CST-ROWS-IN               PIC 9(5) VALUE 0.
       01  WS-CST-ROWS-OUT              PIC 9(5) VALUE 0.

      *--- GAGE OUTAGE STATUS (station-status.csv, REWRITTEN BY 4850  ---
      *--- EVERY RUN): EACH REGISTERED GAGE'S LAST GOOD READING DATE, ---
      *--- CONSECUTIVE PROCESSING DAYS WITH NO USABLE DISCHARGE (NO   ---
      *--- ROWS AT ALL, OR ONLY EQP/ICE-QUALIFIED ONES), THE REASON,  ---
      *--- AND THE PROCESSING DATE THE ENTRY WAS LAST ROLLED TO. A    ---
      *--- GAGE DOWN OUTAGE-ALERT-DAYS (runcontrol.csv, DEFAULT 3) OR ---
      *--- MORE CARRIES ST-OUTAGE-FLAG INTO SECTION II.               ---
       01  WS-GS-COUNT                  PIC 9(4) VALUE 0.
       01  WS-GAGE-STATUS-TABLE.
           05  WS-GAGE-STATUS OCCURS 2000 TIMES
                              INDEXED BY GST-IDX.
               10  GS-SITE-ID           PIC X(15).
               10  GS-SITE-NAME         PIC X(40).
               10  GS-BASIN             PIC X(20).
               10  GS-LAST-GOOD         PIC X(10).
               10  GS-DAYS-DOWN         PIC 9(4).
               10  GS-REASON            PIC X(10).
               10  GS-STATUS-DATE       PIC X(10).
               10  GS-ALERT             PIC X.
               10  GS-ACTIVE            PIC X.
       01  WS-CURRENT-GS.
           05  WS-GS-SITE-ID            PIC X(15).
           05  WS-GS-LAST-GOOD          PIC X(10).
           05  WS-GS-DAYS-STR           PIC X(6).
           05  WS-GS-REASON             PIC X(10).
           05  WS-GS-STATUS-DATE        PIC X(10).
       01  WS-GS-CUR-IDX                PIC 9(4) VALUE 0.
       01  WS-OUTAGE-ALERT-DAYS         PIC 9(4) VALUE 3.
       01  WS-GS-DOWN-COUNT             PIC 9(4) VALUE 0.
       01  WS-GS-ALERT-COUNT            PIC 9(4) VALUE 0.
       01  WS-GS-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-GS-ROWS-OUT               PIC 9(5) VALUE 0.
       01  WS-DSP-ROWS-OUT              PIC 9(5) VALUE 0.
       01  WS-DSP-OPEN                  PIC X VALUE 'N'.
       01  WS-GS-DAYS-ED                PIC Z(3)9.

      *--- FIELD DISCHARGE MEASUREMENTS (field-measurements.csv,      ---
      *--- LOADED BY 1270 AND HELD SORTED BY SITE THEN DATE). 1280    ---
      *--- RATES EACH ONE THROUGH THE CURRENT CURVE FOR ITS PERCENT   ---
      *--- DEPARTURE AND THE STAGE SHIFT THAT PUTS THE CURVE THROUGH  ---
      *--- IT; 3155 PRORATES THE USED SHIFTS BY DATE FOR              ---
      *--- 3150-RATE-DISCHARGE. SHIFT-TOLERANCE-PCT AND               ---
      *--- SHIFT-REVIEW-COUNT (runcontrol.csv) DRIVE THE RATING       ---
      *--- REVIEW.                                                    ---
       01  WS-FM-COUNT                  PIC 9(4) VALUE 0.
       01  WS-FIELD-MEAS-TABLE.
           05  WS-FIELD-MEAS OCCURS 5000 TIMES
                             INDEXED BY FLM-IDX.
               10  FM-SITE-ID           PIC X(15).
               10  FM-DATE              PIC X(10).
               10  FM-JULIAN            PIC 9(7).
               10  FM-GAGE-HT           PIC 9(5)V99.
               10  FM-MEAS-Q            PIC 9(7)V99.
               10  FM-GRADE             PIC X.
               10  FM-RATED-Q           PIC 9(7)V99.
               10  FM-PCT-DEP           PIC S9(5)V99.
               10  FM-SHIFT             PIC S9(3)V99.
               10  FM-HAS-DEP           PIC X.
               10  FM-HAS-SHIFT         PIC X.
               10  FM-OUT-TOL           PIC X.
               10  FM-STATUS            PIC X(10).
                   88  FM-USED              VALUE 'USED'.
       01  WS-CURRENT-FM.
           05  WS-FM-SITE-ID            PIC X(15).
           05  WS-FM-DATE               PIC X(10).
           05  WS-FM-GH-STR             PIC X(12).
           05  WS-FM-Q-STR              PIC X(12).
           05  WS-FM-GRADE              PIC X(4).
       01  WS-FM-START                  PIC 9(6) COMP VALUE 0.
       01  WS-FM-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-FM-REJECTED               PIC 9(5) VALUE 0.
       01  WS-FM-FUTURE                 PIC 9(5) VALUE 0.
       01  WS-FM-USED-COUNT             PIC 9(4) VALUE 0.
       01  WS-SHIFT-TOL-PCT             PIC 9(3)V99 VALUE 5.
       01  WS-SHIFT-REVIEW-COUNT        PIC 9(2) VALUE 3.
       01  WS-SHIFT-FT                  PIC S9(3)V99 VALUE 0.
       01  WS-SH-READ-JULIAN            PIC 9(7) VALUE 0.
       01  WS-SH-PRIOR-FOUND            PIC X VALUE 'N'.
       01  WS-SH-PRIOR-JULIAN           PIC 9(7) VALUE 0.
       01  WS-SH-PRIOR-SHIFT            PIC S9(3)V99 VALUE 0.
       01  WS-SH-NEXT-FOUND             PIC X VALUE 'N'.
       01  WS-SH-NEXT-JULIAN            PIC 9(7) VALUE 0.
       01  WS-SH-NEXT-SHIFT             PIC S9(3)V99 VALUE 0.
       01  WS-SHIFT-DAYS                PIC 9(6) VALUE 0.
       01  WS-RV-GRP-SITE               PIC X(15) VALUE SPACES.
       01  WS-RV-GRP-START              PIC 9(4) VALUE 0.
       01  WS-RV-IDX                    PIC 9(4) VALUE 0.
       01  WS-RV-TAKEN                  PIC 9(2) VALUE 0.
       01  WS-RV-HIGH                   PIC 9(2) VALUE 0.
       01  WS-RV-LOW                    PIC 9(2) VALUE 0.
       01  WS-RV-DEP-SUM                PIC S9(7)V99 VALUE 0.
       01  WS-RV-MEAN-DEP               PIC S9(5)V99 VALUE 0.
       01  WS-RV-LAST-DATE              PIC X(10) VALUE SPACES.
       01  WS-RV-LAST-SHIFT             PIC S9(3)V99 VALUE 0.
       01  WS-RV-FLAGGED                PIC 9(4) VALUE 0.
       01  WS-RV-TOL-ED                 PIC ZZ9.99.
       01  WS-RV-COUNT-ED               PIC Z9.
       01  WS-VIO-ROWS-OUT              PIC 9(6) VALUE 0.
       01  WS-CS-CUR-IDX                PIC 9(4) VALUE 0.
       01  WS-CS-OUT-SITES              PIC 9(4) VALUE 0.
       01  WS-CS-CONSEC-ED              PIC Z(3)9.
       01  WS-CS-DAYS-ED                PIC Z(3)9.
       01  WS-CS-AF-ED                  PIC Z(8)9.99.
       01  WS-CS-CFS-ED                 PIC Z(6)9.99.

      *--- COMPLIANCE REPORT (compliance-report.txt) ---
       01  WS-CPV-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(14) VALUE 'LICENSE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'DATE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'BSIS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'REQ CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'OBS CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'SHORT CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'DEFICIT AF'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'DAYS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'WY DEF AF'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'NOTE'.

       01  WS-CPV-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-LICENSE          PIC X(14).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-DATE             PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-BASIS            PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-REQUIRED         PIC Z(6)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-OBSERVED         PIC -(6)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-SHORT            PIC Z(6)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-DEFICIT          PIC Z(6)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-CONSEC           PIC Z(3)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-WY-DEFICIT       PIC Z(8)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPV-NOTE             PIC X(7).

       01  WS-CPS-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(14) VALUE 'LICENSE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'LAST DAY'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'STATUS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(6)  VALUE 'CONSEC'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'WY DAYS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(12) VALUE 'WY DEF AF'.

       01  WS-CPS-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPS-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPS-SITE-NAME        PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPS-LICENSE          PIC X(14).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPS-LAST-DATE        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPS-STATUS           PIC X(13).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  CPS-CONSEC           PIC Z(3)9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  CPS-WY-DAYS          PIC Z(3)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CPS-WY-DEFICIT       PIC Z(8)9.99.

      *--- RATING REVIEW REPORT (rating-review.txt) ---
       01  WS-FML-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'DATE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'GAGE HT'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'MEAS CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE 'GRADE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'RATED CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'DEPART %'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'SHIFT'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'TOL'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'STATUS'.

       01  WS-FML-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-DATE             PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-GAGE-HT          PIC Z(4)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-MEAS-Q           PIC Z(6)9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FML-GRADE            PIC X.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FML-RATED-Q          PIC Z(6)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-PCT-DEP          PIC -(4)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-SHIFT            PIC -(3)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-TOL              PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FML-STATUS           PIC X(10).

       01  WS-RVL-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'BASIN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'LAST MEAS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'DIRECTION'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'MEAN DEP'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'SHIFT'.

       01  WS-RVL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-SITE-NAME        PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-BASIN            PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-LAST-DATE        PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-DIRECTION        PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-MEAN-DEP         PIC -(4)9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RVL-SHIFT            PIC -(3)9.99.

      *--- MASS-BALANCE VALIDATION (STATIONS WITH AN UPSTREAM-SITE    ---
      *--- REFERENCE IN THE CROSSWALK HAVE THEIR TRAILING DAILY MEANS ---
      *--- COMPARED DATE BY DATE AGAINST THE UPSTREAM GAGE'S; A DAY   ---
           05  FILLER           PIC X(52) VALUE SPACES.

      *--- SECTION I COLUMN HEADERS ---
      *--- THE STATION NAME IS CUT TO 20 AND THE TREND TO 8 (RISING / ---
      *--- FALLING / STABLE) TO MAKE ROOM FOR THE DAY-OF-YEAR FLOW    ---
      *--- CLASS WITHIN THE 132-COLUMN LINE.                          ---
       01  WS-S1-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'RECORDS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE '% NORMAL'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'TREND'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(6)  VALUE 'ALERTS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE 'RATED'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(11) VALUE 'FLOW CLASS'.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-SITE-ID           PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-SITE-NAME         PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-RECORDS           PIC Z(4)9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  DL-PCT-NORMAL        PIC ZZZ9.99-.
           05  FILLER               PIC X VALUE '%'.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  DL-TREND             PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-ALERTS            PIC Z(4)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DL-RATED             PIC Z(4)9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  DL-FLOW-CLASS        PIC X(11).

      *--- SECTION I-B (GAGE HEIGHT STATISTICS) ---
       01  WS-GH-COL.
               10  AS-STATUS            PIC X(18).
               10  AS-FIRST-DATE        PIC X(10).
               10  AS-KEEP              PIC X.
               10  AS-NOTIFY-LEVEL      PIC 9.
               10  AS-GROUP             PIC X(20).
               10  AS-NOTIFY-DATE       PIC X(10).
               10  AS-NOTIFY-REASON     PIC X(14).
               10  AS-RUNS-UNACKED      PIC 9(3).
               10  AS-ACK-DATE          PIC X(10).
               10  AS-ACK-BY            PIC X(20).
               10  AS-SEEN-DATE         PIC X(10).
       01  WS-CURRENT-AS.
           05  WS-AS-SITE-ID            PIC X(15).
           05  WS-AS-STATUS             PIC X(18).
           05  WS-AS-FIRST-DATE         PIC X(10).
           05  WS-AS-LEVEL-STR          PIC X(5).
           05  WS-AS-RUNS-STR           PIC X(5).
       01  WS-AS-RUNS-ED                PIC Z(2)9.

      *--- ALERT ROUTING ROSTER (alert-roster.csv). EACH ROW ROUTES   ---
      *--- ALERTS MATCHING ITS BASIN / SITE / STATUS / FLOOD TIER     ---
      *--- (BLANK MATCHES ANY) AT ONE ESCALATION LEVEL TO A RECIPIENT ---
      *--- GROUP, WITH THE GROUP'S AFTER-HOURS CONTACT. WS-RG-TABLE   ---
      *--- IS THE DISTINCT GROUPS, ONE notify-<GROUP>.csv EACH.       ---
       01  WS-RO-COUNT                  PIC 9(4) VALUE 0.
       01  WS-RO-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-RO-REJECTED               PIC 9(5) VALUE 0.
       01  WS-ROSTER-TABLE.
           05  WS-ROSTER OCCURS 500 TIMES
                         INDEXED BY ROS-IDX.
               10  RO-BASIN             PIC X(20).
               10  RO-SITE-ID           PIC X(15).
               10  RO-STATUS            PIC X(18).
               10  RO-TIER              PIC X(8).
               10  RO-LEVEL             PIC 9.
               10  RO-GROUP             PIC X(20).
               10  RO-AFTER-HOURS       PIC X(40).
       01  WS-CURRENT-RO.
           05  WS-RO-GROUP              PIC X(20).
           05  WS-RO-LEVEL-STR          PIC X(5).
       01  WS-RG-COUNT                  PIC 9(3) VALUE 0.
       01  WS-RG-TABLE.
           05  RG-GROUP OCCURS 100 TIMES
                        INDEXED BY RGP-IDX   PIC X(20).
       01  WS-RG-FOUND                  PIC X VALUE 'N'.
       01  WS-ACK-ESCALATE-RUNS         PIC 9(3) VALUE 3.
      *--- ACKNOWLEDGEMENTS RETURNED BY THE OFFICES (alert-acks.csv) ---
       01  WS-AK-COUNT                  PIC 9(4) VALUE 0.
       01  WS-AK-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-ACK-TABLE.
           05  WS-ACK OCCURS 2000 TIMES
                      INDEXED BY ACK-IDX.
               10  AK-SITE-ID           PIC X(15).
               10  AK-DATE              PIC X(10).
               10  AK-BY                PIC X(20).
       01  WS-CURRENT-AK.
           05  WS-AK-SITE-ID            PIC X(15).
           05  WS-AK-DATE               PIC X(10).
           05  WS-AK-BY                 PIC X(20).
      *--- ROUTE LOOKUP FOR ONE ALERT (6370)                          ---
       01  WS-RT-STATUS                 PIC X(18) VALUE SPACES.
       01  WS-RT-LEVEL                  PIC 9 VALUE 0.
       01  WS-RT-FOUND                  PIC X VALUE 'N'.
       01  WS-RT-SCORE                  PIC 9(2) VALUE 0.
       01  WS-RT-BEST                   PIC S9(2) VALUE 0.
       01  WS-RT-GROUP                  PIC X(20) VALUE SPACES.
       01  WS-RT-AFTER-HOURS            PIC X(40) VALUE SPACES.
       01  WS-RT-BASIN                  PIC X(20) VALUE SPACES.
       01  WS-RT-MATCH                  PIC X VALUE 'N'.
       01  WS-RT-CARRY                  PIC X VALUE 'N'.
       01  WS-RTA-LINES                 PIC 9(4) VALUE 0.
      *--- NOTIFICATIONS RAISED THIS RUN, WRITTEN BY GROUP IN 6380    ---
       01  WS-NT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-NT-FULL                   PIC X VALUE 'N'.
       01  WS-NT-REASON                 PIC X(14) VALUE SPACES.
       01  WS-NT-RENOTIFIED             PIC 9(4) VALUE 0.
       01  WS-NT-UNROUTED               PIC 9(4) VALUE 0.
       01  WS-NT-UNACKED-OPEN           PIC 9(4) VALUE 0.
       01  WS-NT-FILES                  PIC 9(3) VALUE 0.
       01  WS-NOTIFY-TABLE.
           05  WS-NOTIFY OCCURS 2000 TIMES
                         INDEXED BY NTF-IDX.
               10  NT-GROUP             PIC X(20).
               10  NT-SITE-ID           PIC X(15).
               10  NT-SITE-NAME         PIC X(40).
               10  NT-BASIN             PIC X(20).
               10  NT-STATUS            PIC X(18).
               10  NT-REASON            PIC X(14).
               10  NT-LEVEL             PIC 9.
               10  NT-DAYS              PIC 9(4).
               10  NT-TIER              PIC X(8).
               10  NT-FIRST-DATE        PIC X(10).
               10  NT-AFTER-HOURS       PIC X(40).
       01  WS-NT-DAYS-ED                PIC Z(3)9.
       01  WS-NOTIFY-NAME               PIC X(40) VALUE SPACES.
       01  WS-GROUP-TOKEN               PIC X(20) VALUE SPACES.
       01  WS-GROUP-TOKEN-LEN           PIC 9(2) VALUE 0.
       01  WS-AS-FOUND                  PIC X VALUE 'N'.
       01  WS-AS-CUR-IDX                PIC 9(4) VALUE 0.
       01  WS-ALERT-LIFECYCLE           PIC X(9) VALUE SPACES.
       01  WS-MS-VOL-AF                 PIC S9(11)V99 VALUE 0.
       01  WS-MS-BASIN-NAME             PIC X(20) VALUE SPACES.

      *--- WATER-YEAR CLOSE (runcontrol.csv WATER-YEAR-CLOSE = YES).  ---
      *--- THE MONTH-END RUN KEEPS A COPY OF EACH FINISHED MONTH AS   ---
      *--- monthly-stats-YYYY-MM.csv; THE CLOSE READS THE TWELVE      ---
      *--- COPIES OF THE CLOSED WATER YEAR (CLOSE-WATER-YEAR, DEFAULT ---
      *--- THE YEAR JUST ENDED), BUILDS EACH STATION'S ANNUAL         ---
      *--- FIGURES, REPLACES THAT YEAR'S ROWS IN baseline-history.csv ---
      *--- AND WRITES water-year-summary-YYYY.txt. A STATION MISSING  ---
      *--- MORE THAN WY-CLOSE-MAX-MISSING DAYS (DEFAULT 15) IS        ---
      *--- PROVISIONAL.                                               ---
       01  WS-WY-CLOSE-MODE             PIC X VALUE 'N'.
           88  WY-CLOSE-RUN             VALUE 'Y'.
       01  WS-WY-CLOSE-STATE            PIC X VALUE 'N'.
           88  WY-CLOSE-DONE            VALUE 'Y'.
       01  WS-WC-YEAR                   PIC 9(4) VALUE 0.
       01  WS-WC-PRIOR-YEAR             PIC 9(4) VALUE 0.
       01  WS-WC-MAX-MISSING            PIC 9(3) VALUE 15.
       01  WS-WC-START-DATE             PIC X(10) VALUE SPACES.
       01  WS-WC-END-DATE               PIC X(10) VALUE SPACES.
       01  WS-WC-END-JULIAN             PIC 9(7) VALUE 0.
       01  WS-WC-YEAR-DAYS              PIC 9(3) VALUE 0.
       01  WS-WC-MONTH-NO               PIC 9(2) VALUE 0.
       01  WS-WC-MO-YEAR                PIC 9(4) VALUE 0.
       01  WS-WC-MO-MONTH               PIC 9(2) VALUE 0.
       01  WS-WC-MONTHS-FOUND           PIC 9(2) VALUE 0.
       01  WS-MA-NAME                   PIC X(32) VALUE SPACES.
       01  WS-MA-ROWS-IN                PIC 9(6) VALUE 0.
       01  WS-WC-SITE                   PIC X(15) VALUE SPACES.
       01  WS-WC-PREV-DATE              PIC X(10) VALUE SPACES.
       01  WS-WC-SUM                    PIC S9(11)V99 VALUE 0.
       01  WS-WC-WIN-SUM                PIC S9(11)V99 VALUE 0.
       01  WS-WC-WIN-MEAN               PIC S9(7)V99 VALUE 0.
       01  WS-WC-DAY-COUNT              PIC 9(3) VALUE 0.
       01  WS-WC-DAY-TABLE.
           05  WS-WC-DAY OCCURS 366 TIMES.
               10  WCD-JULIAN           PIC 9(7).
               10  WCD-MEAN             PIC S9(7)V99.
       01  WS-WC-VALUE-TABLE.
           05  WCV-MEAN OCCURS 366 TIMES PIC S9(7)V99.
       01  WS-WC-I                      PIC 9(3) COMP VALUE 0.
       01  WS-WC-J                      PIC 9(3) COMP VALUE 0.
       01  WS-WC-K                      PIC 9(3) COMP VALUE 0.
       01  WS-WC-REM                    PIC 9(3) COMP VALUE 0.
       01  WS-WC-HOLD                   PIC S9(7)V99 VALUE 0.
       01  WS-WC-PLACED                 PIC X VALUE 'N'.
       01  WS-WC-COUNT                  PIC 9(4) VALUE 0.
       01  WS-WC-RESULT-TABLE.
           05  WS-WC-RESULT OCCURS 3000 TIMES
                            INDEXED BY WCR-IDX.
               10  WCR-SITE-ID          PIC X(15).
               10  WCR-SITE-NAME        PIC X(40).
               10  WCR-BASIN            PIC X(20).
               10  WCR-DAYS             PIC 9(3).
               10  WCR-MEAN             PIC S9(7)V99.
               10  WCR-MEDIAN           PIC S9(7)V99.
               10  WCR-MIN7             PIC S9(7)V99.
               10  WCR-MIN7-SET         PIC X.
               10  WCR-RUNOFF-AF        PIC S9(11)V99.
               10  WCR-PROVISIONAL      PIC X.
               10  WCR-PEAK-FOUND       PIC X.
               10  WCR-PEAK-CFS         PIC S9(7)V99.
               10  WCR-PEAK-DATE        PIC X(10).
       01  WS-WC-PROV-COUNT             PIC 9(4) VALUE 0.
       01  WS-WC-NO-PEAK                PIC 9(4) VALUE 0.
      *--- ACTIVE STATIONS WITH NO DAILY MEAN IN THE CLOSED YEAR. THEY---
      *--- FOLLOW THE WS-WC-COUNT CLOSED (SITE-ORDERED) ENTRIES IN    ---
      *--- WS-WC-RESULT SO 4957 STILL SEARCHES ONLY THE CLOSED ONES.  ---
       01  WS-WC-NODATA-COUNT           PIC 9(4) VALUE 0.
       01  WS-WC-REPLACED               PIC 9(4) VALUE 0.
       01  WS-WC-FOUND                  PIC X VALUE 'N'.
       01  WS-WYB-ROWS-OUT              PIC 9(5) VALUE 0.
      *--- baseline-history.csv ROWS KEPT THROUGH THE REWRITE, AS     ---
      *--- READ                                                       ---
       01  WS-BH-COUNT                  PIC 9(5) VALUE 0.
       01  WS-BH-IDX                    PIC 9(5) COMP VALUE 0.
       01  WS-BH-OVERFLOW               PIC X VALUE 'N'.
       01  WS-BH-TABLE.
           05  BH-LINE OCCURS 10000 TIMES PIC X(120).
       01  WS-BH-SITE                   PIC X(15) VALUE SPACES.
       01  WS-BH-YEAR-STR               PIC X(6) VALUE SPACES.
       01  WS-BH-YEAR                   PIC 9(4) VALUE 0.
       01  WS-WYS-RPT-NAME              PIC X(32) VALUE SPACES.
       01  WS-WC-BASIN                  PIC X(20) VALUE SPACES.
       01  WS-WC-BASIN-STNS             PIC 9(4) VALUE 0.
       01  WS-WC-BASIN-AF               PIC S9(11)V99 VALUE 0.
       01  WS-WC-TOTAL-AF               PIC S9(11)V99 VALUE 0.
       01  WS-WC-AF-ED                  PIC -(10)9.99.
       01  WS-WC-MEAN-ED                PIC -(6)9.99.
       01  WS-WC-MEDIAN-ED              PIC -(6)9.99.
       01  WS-WC-MIN7-CSV               PIC X(12) VALUE SPACES.
       01  WS-WC-CNT-ED                 PIC Z(3)9.
       01  WS-WC-MIN7-ED                PIC Z(5)9.99-.
       01  WS-WC-PEAK-ED                PIC Z(5)9.99-.

      *--- WATER-YEAR SUMMARY LINE BUILDERS ---
       01  WS-WCS-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(24) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'DAYS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'WY MEAN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'WY MEDIAN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'MIN 7-DAY'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'RUNOFF (AF)'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'PROV'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'WY PEAK'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'PEAK DATE'.

       01  WS-WCS-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-SITE-NAME        PIC X(24).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-DAYS             PIC ZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-MEAN             PIC Z(5)9.99-.
           05  WCL-MEAN-X           REDEFINES WCL-MEAN
                                    PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-MEDIAN           PIC Z(5)9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-MIN7             PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-RUNOFF           PIC Z(8)9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-PROV             PIC X(4).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-PEAK             PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WCL-PEAK-DATE        PIC X(10).

      *--- DAILY-VALUES ARCHIVE (daily-values.csv). ONE ROW PER       ---
      *--- STATION-DAY, KEPT FOR GOOD: SITE, DATE, BASIN, MEAN, MIN   ---
      *--- AND MAX CFS, MEAN GAGE HEIGHT AND TEMPERATURE, READINGS,   ---
      *--- RATED / ESTIMATED / ICE / EQUIPMENT COUNTS, ALERT STATUS,  ---
      *--- THE RUN ID THAT WROTE IT AND AMENDED (Y WHEN A REVISION    ---
      *--- RUN WROTE IT). EACH RUN STREAMS THE FILE THROUGH           ---
      *--- daily-values.csv.tmp, DROPPING THE ROWS IT IS ABOUT TO     ---
      *--- REWRITE, AND RENAMES IT BACK, SO THE ARCHIVE IS NEVER HELD ---
      *--- IN MEMORY.                                                 ---
       01  WS-DV-TMP-NAME               PIC X(20)
               VALUE 'daily-values.csv.tmp'.
       01  WS-DV-LIVE-NAME              PIC X(16)
               VALUE 'daily-values.csv'.
       01  WS-DV-RENAME-RC              PIC S9(9) COMP-5 VALUE 0.
       01  WS-DV-ROWS-IN                PIC 9(7) VALUE 0.
       01  WS-DV-ROWS-OUT               PIC 9(7) VALUE 0.
       01  WS-DV-APPENDED               PIC 9(5) VALUE 0.
       01  WS-DV-REPLACED               PIC 9(5) VALUE 0.
       01  WS-DV-TALLY                  PIC 9(4) COMP VALUE 0.
       01  WS-DV-ALERT                  PIC X(18) VALUE SPACES.
       01  WS-DV-AMENDED                PIC X VALUE 'N'.
       01  WS-DV-MEAN-ED                PIC -(6)9.99.
       01  WS-DV-MIN-ED                 PIC -(6)9.99.
       01  WS-DV-MAX-ED                 PIC -(6)9.99.
       01  WS-DV-GH-ED                  PIC -(4)9.99.
       01  WS-DV-TMP-ED                 PIC -(2)9.99.
       01  WS-DV-GH-CSV                 PIC X(10) VALUE SPACES.
       01  WS-DV-TMP-CSV                PIC X(8) VALUE SPACES.
       01  WS-DV-RDG-ED                 PIC Z(4)9.
       01  WS-DV-RAT-ED                 PIC Z(4)9.
       01  WS-DV-EST-ED                 PIC Z(4)9.
       01  WS-DV-ICE-ED                 PIC Z(4)9.
       01  WS-DV-EQP-ED                 PIC Z(4)9.

      *--- EXTRACT RUN (runcontrol.csv EXTRACT-MODE = YES). THE       ---
      *--- REQUEST FILE extract-request.csv HAS KEY,VALUE ROWS:       ---
      *--- FROM-DATE AND TO-DATE (YYYY-MM-DD, BOTH REQUIRED), ANY     ---
      *--- NUMBER OF SITE AND BASIN ROWS (A DAY IS EXTRACTED WHEN ITS ---
      *--- SITE OR ITS BASIN IS LISTED), AND OPTIONAL REQUEST-ID AND  ---
      *--- REQUESTED-BY FOR THE REPORT HEADING.                       ---
       01  WS-EXTRACT-MODE              PIC X VALUE 'N'.
           88  EXTRACT-RUN              VALUE 'Y'.
       01  WS-XR-VALID                  PIC X VALUE 'N'.
       01  WS-XR-KEY                    PIC X(20) VALUE SPACES.
       01  WS-XR-VALUE                  PIC X(50) VALUE SPACES.
       01  WS-XR-FROM                   PIC X(10) VALUE SPACES.
       01  WS-XR-TO                     PIC X(10) VALUE SPACES.
       01  WS-XR-FROM-JULIAN            PIC 9(7) VALUE 0.
       01  WS-XR-RANGE-DAYS             PIC 9(6) VALUE 0.
       01  WS-XR-REQUEST-ID             PIC X(20) VALUE SPACES.
       01  WS-XR-REQUESTED-BY           PIC X(40) VALUE SPACES.
       01  WS-XR-REFUSAL                PIC X(40) VALUE SPACES.
       01  WS-XRQ-ROWS-IN               PIC 9(5) VALUE 0.
       01  WS-XR-MATCH                  PIC X VALUE 'N'.
       01  WS-XR-COUNT                  PIC 9(3) VALUE 0.
       01  WS-XR-TABLE.
           05  WS-XR-ENTRY OCCURS 200 TIMES
                           INDEXED BY XRS-IDX.
               10  XS-TYPE              PIC X(5).
               10  XS-VALUE             PIC X(20).
               10  XS-DAYS              PIC 9(6).
       01  WS-DX-ROWS-OUT               PIC 9(7) VALUE 0.
       01  WS-DX-SITES                  PIC 9(5) VALUE 0.
       01  WS-DX-PREV-SITE              PIC X(15) VALUE SPACES.
       01  WS-DX-PREV-DATE              PIC X(10) VALUE SPACES.
       01  WS-DX-SITE-DAYS              PIC 9(6) VALUE 0.
       01  WS-DX-SITE-MISSING           PIC S9(6) VALUE 0.
       01  WS-DX-SITE-SUM               PIC S9(11)V99 VALUE 0.
       01  WS-DX-SITE-MEAN              PIC S9(7)V99 VALUE 0.
       01  WS-DX-SITE-LOW               PIC S9(7)V99 VALUE 0.
       01  WS-DX-SITE-HIGH              PIC S9(7)V99 VALUE 0.
       01  WS-DX-SITE-AF                PIC S9(11)V99 VALUE 0.
       01  WS-DX-EST-FLAG               PIC X VALUE 'N'.
       01  WS-DX-RATED-FLAG             PIC X VALUE 'N'.
       01  WS-DX-CNT-ED                 PIC Z(5)9.
       01  WS-DX-MISS-ED                PIC Z(5)9.
       01  WS-DX-VAL-ED                 PIC -(7)9.99.
       01  WS-DX-LOW-ED                 PIC -(7)9.99.
       01  WS-DX-HIGH-ED                PIC -(7)9.99.
       01  WS-DX-AF-ED                  PIC -(10)9.99.

      *--- EXTRACT REPORT LINE BUILDERS ---
       01  WS-DXR-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'DATE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE '  MEAN CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE '   MIN CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE '   MAX CFS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE '   GH FT'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(6)  VALUE 'TEMP F'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE ' RDGS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'EST'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE 'RATED'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE 'AMEND'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(18) VALUE 'ALERT STATUS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'WRITTEN BY RUN'.

       01  WS-DXR-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-DATE             PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-MEAN             PIC Z(5)9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-MIN              PIC Z(5)9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-MAX              PIC Z(5)9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-GH               PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-TMP              PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-READINGS         PIC ZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-EST              PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-RATED            PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-AMENDED          PIC X(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-ALERT            PIC X(18).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  DXL-RUN-ID           PIC X(15).

      *--- MONTHLY REPORT LINE BUILDERS ---
       01  WS-MST-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(4)  VALUE 'DAYS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'MO MEAN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'MO MIN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'MO MAX'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'ALERT DYS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'ACT'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'MNR'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'MOD'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'MAJ'.

       01  WS-MST-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
       01  WS-RL-DETAIL                 PIC X(40) VALUE SPACES.
       01  WS-RL-COUNT                  PIC 9(7)  VALUE 0.
       01  WS-RL-COUNT-ED               PIC Z(6)9.

      *--- PROCESSING DATE. BLANK AS-OF-DATE = THE CLOCK DATE; A      ---
      *--- runcontrol.csv AS-OF-DATE RE-RUNS A PAST DAY AS ITS OWN    ---
      *--- SCHEDULED RUN. A CATCH-UP DAY IS SET BY SIERRA-CATCHUP     ---
      *--- THROUGH THE EXTERNAL LINK BELOW (SIGNATURE MUST MATCH) AND ---
      *--- ALSO LIMITS streamflow.csv TO ROWS DATED THAT DAY.         ---
       01  WS-AS-OF-DATE                PIC X(10) VALUE SPACES.
       01  WS-TODAY-STR                 PIC X(10) VALUE SPACES.
       01  WS-CATCH-UP-MODE             PIC X VALUE 'N'.
           88  CATCH-UP-DAY             VALUE 'Y'.
       01  WS-CU-RANGE-SEEN             PIC X VALUE 'N'.
       01  WS-CU-SIGNATURE-ID           PIC X(8) VALUE 'SFCATCH1'.
       01  WS-CATCHUP-LINK EXTERNAL.
           05  WS-CU-SIGNATURE          PIC X(8).
           05  WS-CU-AS-OF-DATE         PIC X(10).
           05  WS-CU-DAY-NUMBER         PIC 9(4).
           05  WS-CU-DAY-COUNT          PIC 9(4).
      *--- DATED COPIES OF THE REPORT AND FEEDS (CATCH-UP DAYS ONLY)  ---
      *--- SO EACH DAY'S OUTPUT SURVIVES THE NEXT DAY'S OVERWRITE.    ---
       01  WS-DC-SOURCE                 PIC X(40) VALUE SPACES.
       01  WS-DC-TARGET                 PIC X(60) VALUE SPACES.
       01  WS-DC-BASE                   PIC X(30) VALUE SPACES.
       01  WS-DC-EXT                    PIC X(4)  VALUE SPACES.
       01  WS-DC-RC                     PIC S9(9) COMP-5 VALUE 0.
       01  WS-DC-COUNT                  PIC 9(3)  VALUE 0.
       01  WS-SM-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-BL-ROWS-IN                PIC 9(5) VALUE 0.
       01  WS-RTG-ROWS-IN               PIC 9(5) VALUE 0.
           05  FILLER PIC X(3)  VALUE 'ICE'.
           05  FILLER PIC X(6)  VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'EQUIPMENT'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE 'SHIFTED'.

       01  WS-QC-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  QC-ICE               PIC Z(4)9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  QC-EQP               PIC Z(4)9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  QC-SHIFT             PIC Z(4)9.

      *--- SECTION I-D (SHORT-RANGE FLOW PROJECTION) ---
       01  WS-PRJ-COL.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  AL-FLOOD-TIER        PIC X(8).

      *--- SECTION II-A (OPEN ALERT NOTIFICATION STATUS) ---
       01  WS-RTA-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(18) VALUE 'ALERT STATUS'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'SINCE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(3)  VALUE 'LVL'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'NOTIFIED GROUP'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'NOTICE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(40) VALUE 'ACKNOWLEDGED'.

       01  WS-RTA-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-STATUS           PIC X(18).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-SINCE            PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-LEVEL            PIC Z(2)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-GROUP            PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-NOTICE           PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RTA-ACK              PIC X(40).

      *--- ALERTS.CSV FEED (MACHINE-READABLE COMPANION TO SECTION II) ---
       01  WS-ALF-LINE.
           05  ALF-SITE-ID          PIC X(15).
           05  EXP-EQP              PIC Z(4)9.
           05  EXP-NAT-MEAN         PIC -(6)9.99.
           05  EXP-NAT-PCT          PIC -(4)9.99.
           05  EXP-FLOW-CLASS       PIC X(11).
           05  EXP-SHIFTED          PIC Z(4)9.

      *--- SECTION III (BASIN ROLL-UP) ---
       01  WS-BASIN-COL.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  DQT-DUPS             PIC ZZ9.

      *--- SECTION V (UNIT-VALUE SCREENING TOTALS) ---
       01  WS-SCR-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE '  SPIKE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE '   RATE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'FLATLINE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE '  RANGE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(8)  VALUE 'SCREENED'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'INCOMPLETE DAYS'.

       01  WS-SCR-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SCL-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SCL-SITE-NAME        PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SCL-SPIKE            PIC Z(6)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SCL-RATE             PIC Z(6)9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  SCL-FLAT             PIC Z(6)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  SCL-RANGE            PIC Z(6)9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  SCL-TOTAL            PIC Z(6)9.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  SCL-INCOMPLETE       PIC ZZ9.

      *--- SECTION V-B (GAGE OUTAGES / FIELD-VISIT DISPATCH) ---
       01  WS-OUT-COL.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(15) VALUE 'SITE ID'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(30) VALUE 'STATION NAME'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(20) VALUE 'BASIN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'LAST GOOD'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(9)  VALUE 'DAYS DOWN'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(10) VALUE 'REASON'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(5)  VALUE 'ALERT'.

       01  WS-OUT-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OUL-SITE-ID          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OUL-SITE-NAME        PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OUL-BASIN            PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OUL-LAST-GOOD        PIC X(10).
           05  FILLER               PIC X(7)  VALUE SPACES.
           05  OUL-DAYS-DOWN        PIC Z(3)9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OUL-REASON           PIC X(10).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  OUL-ALERT            PIC X(5).

      *--- SECTION VI (SUMMARY) ---
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(2)  VALUE SPACES.

       0000-MAIN.
           PERFORM 1750-LOAD-RUN-CONTROL
      *--- AN EXTRACT RUN ONLY ANSWERS A DATA REQUEST: NO FEEDS ARE   ---
      *--- READ AND NO REPORT, STATE OR ARCHIVE FILE IS TOUCHED       ---
           IF EXTRACT-RUN
               PERFORM 9500-RUN-EXTRACT
               GOBACK
           END-IF
           PERFORM 1770-LOAD-PRIOR-EXPORT
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-STATION-MASTER
           PERFORM 1250-LOAD-RATING-TABLES
           PERFORM 1270-LOAD-FIELD-MEASUREMENTS
           PERFORM 1300-LOAD-HISTORY
           PERFORM 1600-LOAD-ALERT-STATE
           PERFORM 1700-LOAD-SNOWPACK
           PERFORM 1740-LOAD-RESERVOIRS
           PERFORM 1790-LOAD-DIVERSIONS
           PERFORM 1795-LOAD-PEAKS
           PERFORM 1620-LOAD-IFR-REQUIREMENTS
           PERFORM 1630-LOAD-COMPLIANCE-STATE
           PERFORM 1640-LOAD-STATION-STATUS
           PERFORM 1650-LOAD-UV-LIMITS
           PERFORM 1660-LOAD-CDEC-FEED
           PERFORM 1670-LOAD-ALERT-ROSTER
           PERFORM 1680-LOAD-ALERT-ACKS
           PERFORM 1780-LOAD-MONTHLY-STATS
           PERFORM 1400-CHECK-RESTART
           PERFORM 2000-LOAD-BASELINES
           PERFORM 4000-COMPUTE-STATS
           PERFORM 4500-CHECK-MASS-BALANCE
           PERFORM 4600-UPDATE-PEAKS
           PERFORM 4700-ROLL-COMPLIANCE
           PERFORM 4800-UPDATE-GAGE-STATUS
           PERFORM 5000-SORT-STATIONS
           PERFORM 4900-CLOSE-WATER-YEAR
           PERFORM 6000-WRITE-REPORT
           PERFORM 7000-WRITE-BASIN-REPORTS
           PERFORM 6900-UPDATE-MONTHLY-STATS
           PERFORM 6970-UPDATE-DV-ARCHIVE
           PERFORM 9000-TERMINATE
      *--- GOBACK RATHER THAN STOP RUN SO SIERRA-CATCHUP CAN CALL THE ---
      *--- RUN ONCE PER DAY; RUN STAND-ALONE IT ENDS THE JOB THE SAME ---
           GOBACK.

      *================================================================*
       1000-INITIALIZE.
      *================================================================*
           PERFORM 1010-SET-PROCESSING-DATE
           MOVE WS-YEAR  TO WS-HD-YEAR
           MOVE WS-MONTH TO WS-HD-MONTH
           MOVE WS-DAY   TO WS-HD-DAY
               STOP RUN
           END-IF.

      *================================================================*
       1010-SET-PROCESSING-DATE.
      *================================================================*
      *--- EVERY DATE-DRIVEN STEP (TREND TARGET, WATER YEAR, HISTORY  ---
      *--- PRUNING, ALERT DAYS ACTIVE, PEAKS, MONTH END) KEYS OFF     ---
      *--- WS-CURRENT-DATE, SO AN AS-OF DATE SET HERE MAKES THE RUN   ---
      *--- BEHAVE EXACTLY AS THAT DAY'S SCHEDULED RUN WOULD HAVE.     ---
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-STR
           STRING WS-YEAR DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY-STR
           END-STRING
           IF WS-CU-SIGNATURE = WS-CU-SIGNATURE-ID
               SET CATCH-UP-DAY TO TRUE
               MOVE WS-CU-AS-OF-DATE TO WS-AS-OF-DATE
               DISPLAY 'SIERRA-FLOW V2.0: CATCH-UP DAY '
                   WS-CU-DAY-NUMBER ' OF ' WS-CU-DAY-COUNT
                   ' - PROCESSING AS OF ' WS-AS-OF-DATE
           ELSE
               IF WS-CU-RANGE-SEEN = 'Y'
                   DISPLAY 'WARNING: CATCH-UP-START/END IN '
                       'runcontrol.csv ARE RUN BY sierra-catchup - '
                       'IGNORED BY A SINGLE-DAY RUN'
               END-IF
           END-IF
           IF WS-AS-OF-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO WS-MEAS-DATE
           PERFORM 1835-VALIDATE-DATE-FORMAT
           IF WS-PF-DATE-OK NOT = 'Y'
               OR WS-AS-OF-DATE > WS-TODAY-STR
               DISPLAY 'ERROR: AS-OF-DATE ' WS-AS-OF-DATE
                   ' IS NOT A VALID PAST DATE (YYYY-MM-DD) - '
                   'RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AS-OF-DATE(1:4) TO WS-YEAR
           MOVE WS-AS-OF-DATE(6:2) TO WS-MONTH
           MOVE WS-AS-OF-DATE(9:2) TO WS-DAY
           IF NOT CATCH-UP-DAY
               DISPLAY 'SIERRA-FLOW V2.0: PROCESSING AS OF '
                   WS-AS-OF-DATE
           END-IF.

      *================================================================*
       1900-OPEN-OUTPUT-FEEDS.
      *================================================================*
               'ALERT_COUNT,BASIN,RATED_COUNT,EST_COUNT,'
                   DELIMITED BY SIZE
               'ICE_COUNT,EQP_COUNT,ALERT_STATUS,' DELIMITED BY SIZE
               'NAT_MEAN,NAT_PCT_NORMAL,FLOW_CLASS,' DELIMITED BY SIZE
               'SHIFTED_COUNT,SOURCE_AGENCY' DELIMITED BY SIZE
               INTO EXP-RECORD
           END-STRING
           WRITE EXP-RECORD
           IF WS-SHF-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN SHEF FILE'
               STOP RUN
           END-IF
           OPEN OUTPUT UV-QUARANTINE-FILE
           IF WS-UVQ-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN uv-quarantine.csv'
               STOP RUN
           END-IF
           MOVE SPACES TO UVQ-RECORD
           STRING 'SITE_ID,DATE_TIME,ORIGINAL_CFS,REASON,DETAIL'
                   DELIMITED BY SIZE
               INTO UVQ-RECORD
           END-STRING
           WRITE UVQ-RECORD.

      *================================================================*
       1200-LOAD-STATION-MASTER.
               TO WS-SM-NWS-ID
           MOVE FUNCTION TRIM(WS-FIELDS(14) LEADING)
               TO WS-SM-TMP-STR
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-FIELDS(15) LEADING))
               TO WS-SM-CDEC-ID
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-FIELDS(16) LEADING))
               TO WS-SM-PREF

           IF WS-SM-SITE-ID = SPACES
               EXIT PARAGRAPH
                   TO WS-SM-MAJOR
           END-IF

      *--- CDEC_ID IS THE STATION'S THREE-LETTER CDEC ID (BLANK FOR A ---
      *--- GAGE CDEC DOES NOT CARRY). SOURCE_PRECEDENCE (USGS OR      ---
      *--- CDEC, DEFAULT USGS) NAMES THE AGENCY WHOSE ROWS WIN WHEN   ---
      *--- BOTH REPORT THE SAME STATION-DAY.                          ---
           IF WS-SM-PREF = SPACES
               MOVE 'USGS' TO WS-SM-PREF
           END-IF
           IF WS-SM-PREF NOT = 'USGS' AND WS-SM-PREF NOT = 'CDEC'
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-SM-SITE-ID TO WS-PF-SITE
               MOVE 'UNKNOWN SOURCE PRECEDENCE - USGS USED'
                   TO WS-PF-DETAIL
               PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               MOVE 'USGS' TO WS-SM-PREF
           END-IF
           IF WS-SM-CDEC-ID(4:5) NOT = SPACES
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-SM-SITE-ID TO WS-PF-SITE
               MOVE 'CDEC ID LONGER THAN 3 - IGNORED'
                   TO WS-PF-DETAIL
               PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               MOVE SPACES TO WS-SM-CDEC-ID
           END-IF

           MOVE WS-SM-SITE-ID TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE

           MOVE WS-SM-SNOW-SITE     TO ST-SNOW-SITE(STN-IDX)
           MOVE WS-SM-UPSTREAM      TO ST-UPSTREAM-SITE(STN-IDX)
           MOVE WS-SM-NWS-ID        TO ST-NWS-ID(STN-IDX)
           MOVE WS-SM-TMP           TO ST-TMP-THRESH(STN-IDX)
           MOVE WS-SM-CDEC-ID       TO ST-CDEC-ID(STN-IDX)
           MOVE WS-SM-PREF          TO ST-SOURCE-PREF(STN-IDX).

      *================================================================*
       1250-LOAD-RATING-TABLES.
                       MOVE RTS-DISCHARGE TO RT-DISCHARGE(RTG-IDX)
           END-PERFORM.

      *================================================================*
       1270-LOAD-FIELD-MEASUREMENTS.
      *================================================================*
      *--- field-measurements.csv IS THE HYDROGRAPHERS' LOG OF WADING ---
      *--- AND ADCP DISCHARGE MEASUREMENTS (SITE ID, DATE, MEASURED   ---
      *--- GAGE HEIGHT FT, MEASURED DISCHARGE CFS, GRADE E/G/F/P). IT ---
      *--- IS OPTIONAL; WITHOUT IT EVERY RATED ROW TAKES THE CURVE AS ---
      *--- PUBLISHED, AS BEFORE. A MEASUREMENT DATED AFTER THE        ---
      *--- PROCESSING DATE IS LEFT FOR THAT DAY'S RUN, SO A CATCH-UP  ---
      *--- DAY SHIFTS ITS READINGS THE WAY ITS OWN SCHEDULED RUN      ---
      *--- WOULD HAVE.                                                ---
           OPEN INPUT FIELD-MEAS-FILE
           IF WS-FMI-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: LOADING FIELD MEASUREMENTS...'
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-FIELD-MEAS
               READ FIELD-MEAS-FILE INTO FMI-RECORD
                   AT END SET EOF-FIELD-MEAS TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1275-PARSE-FIELD-MEASUREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIELD-MEAS-FILE
           IF WS-FM-COUNT > 0
               PERFORM 1276-SORT-FIELD-MEAS-TABLE
               PERFORM VARYING FLM-IDX FROM 1 BY 1
                   UNTIL FLM-IDX > WS-FM-COUNT
                   PERFORM 1280-ANALYZE-MEASUREMENT
               END-PERFORM
           END-IF
           IF WS-FM-REJECTED > 0
               DISPLAY 'WARNING: ' WS-FM-REJECTED
                   ' FIELD MEASUREMENT ROW(S) REJECTED - BAD SITE, '
                   'DATE OR VALUE'
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: FIELD MEASUREMENTS LOADED - '
               WS-FM-COUNT ' MEASUREMENTS, ' WS-FM-USED-COUNT
               ' USED FOR SHIFTS'.

      *================================================================*
       1275-PARSE-FIELD-MEASUREMENT.
      *================================================================*
           ADD 1 TO WS-FM-ROWS-IN
           MOVE FMI-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-FM-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-FM-DATE
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-FM-GH-STR
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-FM-Q-STR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(5) LEADING)) TO WS-FM-GRADE

           IF WS-FM-SITE-ID = SPACES
               OR WS-FM-GH-STR = SPACES
               OR WS-FM-Q-STR = SPACES
               ADD 1 TO WS-FM-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FM-GH-STR) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-FM-Q-STR) NOT = 0
               ADD 1 TO WS-FM-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FM-DATE TO WS-MEAS-DATE
           PERFORM 1835-VALIDATE-DATE-FORMAT
           IF WS-PF-DATE-OK = 'N'
               ADD 1 TO WS-FM-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-DATE > WS-DATE-FORMATTED
               ADD 1 TO WS-FM-FUTURE
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-COUNT >= 5000
               DISPLAY 'WARNING: FIELD MEASUREMENT TABLE FULL - '
                   'IGNORING MEASUREMENT FOR ' WS-FM-SITE-ID
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FM-COUNT
           SET FLM-IDX TO WS-FM-COUNT
           MOVE WS-FM-SITE-ID   TO FM-SITE-ID(FLM-IDX)
           MOVE WS-FM-DATE      TO FM-DATE(FLM-IDX)
           MOVE WS-CHECK-JULIAN TO FM-JULIAN(FLM-IDX)
           MOVE FUNCTION NUMVAL(WS-FM-GH-STR) TO FM-GAGE-HT(FLM-IDX)
           MOVE FUNCTION NUMVAL(WS-FM-Q-STR)  TO FM-MEAS-Q(FLM-IDX)
           MOVE WS-FM-GRADE(1:1) TO FM-GRADE(FLM-IDX).

      *================================================================*
       1276-SORT-FIELD-MEAS-TABLE.
      *================================================================*
      *--- 3155 WALKS A SITE'S MEASUREMENTS IN DATE ORDER FOR THE     ---
      *--- PAIR THAT BRACKETS A READING, AND THE RATING REVIEW TAKES  ---
      *--- A SITE'S LATEST ONES FROM THE END OF ITS RUN, SO THE LOG   ---
      *--- IS SORTED BY SITE THEN DATE WHATEVER ORDER THE FIELD       ---
      *--- OFFICES KEPT IT IN.                                        ---
           SORT FM-SORT-FILE
               ASCENDING KEY FMS-SITE-ID FMS-DATE
               INPUT  PROCEDURE 1277-FM-SORT-INPUT
               OUTPUT PROCEDURE 1278-FM-SORT-OUTPUT.

      *================================================================*
       1277-FM-SORT-INPUT.
      *================================================================*
           PERFORM VARYING FLM-IDX FROM 1 BY 1
               UNTIL FLM-IDX > WS-FM-COUNT
               MOVE FM-SITE-ID(FLM-IDX) TO FMS-SITE-ID
               MOVE FM-DATE(FLM-IDX)    TO FMS-DATE
               MOVE FM-JULIAN(FLM-IDX)  TO FMS-JULIAN
               MOVE FM-GAGE-HT(FLM-IDX) TO FMS-GAGE-HT
               MOVE FM-MEAS-Q(FLM-IDX)  TO FMS-MEAS-Q
               MOVE FM-GRADE(FLM-IDX)   TO FMS-GRADE
               RELEASE FM-SORT-RECORD
           END-PERFORM.

      *================================================================*
       1278-FM-SORT-OUTPUT.
      *================================================================*
           MOVE 0   TO WS-FM-COUNT
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN FM-SORT-FILE INTO FM-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FM-COUNT
                       SET FLM-IDX TO WS-FM-COUNT
                       MOVE FMS-SITE-ID TO FM-SITE-ID(FLM-IDX)
                       MOVE FMS-DATE    TO FM-DATE(FLM-IDX)
                       MOVE FMS-JULIAN  TO FM-JULIAN(FLM-IDX)
                       MOVE FMS-GAGE-HT TO FM-GAGE-HT(FLM-IDX)
                       MOVE FMS-MEAS-Q  TO FM-MEAS-Q(FLM-IDX)
                       MOVE FMS-GRADE   TO FM-GRADE(FLM-IDX)
           END-PERFORM.

      *================================================================*
       1280-ANALYZE-MEASUREMENT.
      *================================================================*
      *--- RATES THE MEASURED GAGE HEIGHT THROUGH THE CURRENT CURVE   ---
      *--- AND TAKES THE MEASURED DISCHARGE'S PERCENT DEPARTURE FROM  ---
      *--- IT, THEN INVERTS THE CURVE AT THE MEASURED DISCHARGE: THE  ---
      *--- STAGE THERE LESS THE MEASURED GAGE HEIGHT IS THE SHIFT     ---
      *--- THAT PUTS THE CURVE THROUGH THE MEASUREMENT. ONLY A        ---
      *--- MEASUREMENT INSIDE THE CURVE BOTH WAYS AND NOT GRADED POOR ---
      *--- IS USED TO SHIFT READINGS OR TO JUDGE THE RATING; THE REST ---
      *--- ARE LOGGED WITH THE REASON.                                ---
           MOVE FM-SITE-ID(FLM-IDX) TO WS-SITE-ID
           MOVE ZEROS TO FM-RATED-Q(FLM-IDX)
                         FM-PCT-DEP(FLM-IDX)
                         FM-SHIFT(FLM-IDX)
           MOVE 'N' TO FM-HAS-DEP(FLM-IDX)
           MOVE 'N' TO FM-HAS-SHIFT(FLM-IDX)
           MOVE 'N' TO FM-OUT-TOL(FLM-IDX)
           MOVE FM-GAGE-HT(FLM-IDX) TO WS-RT-IN-STAGE
           PERFORM 8435-INTERPOLATE-RATING
           IF WS-RT-RATED = 'N'
               MOVE 'NO RATING' TO FM-STATUS(FLM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-LO-FOUND = 'N'
               OR (WS-RT-HI-FOUND = 'N'
                   AND WS-RT-LO-STAGE NOT = WS-RT-IN-STAGE)
               MOVE 'OFF RATING' TO FM-STATUS(FLM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-OUT-DISCH TO FM-RATED-Q(FLM-IDX)
           IF FM-RATED-Q(FLM-IDX) > 0
               COMPUTE FM-PCT-DEP(FLM-IDX) ROUNDED =
                   (FM-MEAS-Q(FLM-IDX) - FM-RATED-Q(FLM-IDX)) * 100
                   / FM-RATED-Q(FLM-IDX)
               MOVE 'Y' TO FM-HAS-DEP(FLM-IDX)
               IF FUNCTION ABS(FM-PCT-DEP(FLM-IDX)) > WS-SHIFT-TOL-PCT
                   MOVE 'Y' TO FM-OUT-TOL(FLM-IDX)
               END-IF
           END-IF
           MOVE FM-MEAS-Q(FLM-IDX) TO WS-RT-IN-DISCH
           PERFORM 8436-INVERT-RATING
           IF WS-RT-INV-FOUND = 'N'
               MOVE 'OFF RATING' TO FM-STATUS(FLM-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE FM-SHIFT(FLM-IDX) =
               WS-RT-OUT-STAGE - FM-GAGE-HT(FLM-IDX)
           MOVE 'Y' TO FM-HAS-SHIFT(FLM-IDX)
           IF FM-GRADE(FLM-IDX) = 'P'
               MOVE 'POOR GRADE' TO FM-STATUS(FLM-IDX)
           ELSE
               MOVE 'USED' TO FM-STATUS(FLM-IDX)
               ADD 1 TO WS-FM-USED-COUNT
           END-IF.

      *================================================================*
       1300-LOAD-HISTORY.
      *================================================================*
           MOVE WS-AS-SITE-ID    TO AS-SITE-ID(AST-IDX)
           MOVE WS-AS-STATUS     TO AS-STATUS(AST-IDX)
           MOVE WS-AS-FIRST-DATE TO AS-FIRST-DATE(AST-IDX)
           MOVE 'Y'              TO AS-KEEP(AST-IDX)
      *--- NOTIFICATION COLUMNS (4-11) ARE ABSENT FROM A FILE WRITTEN ---
      *--- BEFORE ALERT ROUTING; SUCH AN ALERT LOADS AS NEVER NOTIFIED---
      *--- AND IS ROUTED AT LEVEL 1 ON ITS NEXT RUN.                  ---
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-AS-LEVEL-STR
           MOVE 0 TO AS-NOTIFY-LEVEL(AST-IDX)
           IF WS-AS-LEVEL-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-AS-LEVEL-STR) = 0
               MOVE FUNCTION NUMVAL(WS-AS-LEVEL-STR)
                   TO AS-NOTIFY-LEVEL(AST-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING)
               TO AS-GROUP(AST-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING)
               TO AS-NOTIFY-DATE(AST-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(7) LEADING)
               TO AS-NOTIFY-REASON(AST-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(8) LEADING) TO WS-AS-RUNS-STR
           MOVE 0 TO AS-RUNS-UNACKED(AST-IDX)
           IF WS-AS-RUNS-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-AS-RUNS-STR) = 0
               MOVE FUNCTION NUMVAL(WS-AS-RUNS-STR)
                   TO AS-RUNS-UNACKED(AST-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(9) LEADING)
               TO AS-ACK-DATE(AST-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(10) LEADING)
               TO AS-ACK-BY(AST-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(11) LEADING)
               TO AS-SEEN-DATE(AST-IDX)
           IF AS-NOTIFY-LEVEL(AST-IDX) = 0
               MOVE SPACES TO AS-GROUP(AST-IDX)
                              AS-NOTIFY-DATE(AST-IDX)
                              AS-NOTIFY-REASON(AST-IDX)
                              AS-ACK-DATE(AST-IDX)
                              AS-ACK-BY(AST-IDX)
           END-IF.

      *================================================================*
       1620-LOAD-IFR-REQUIREMENTS.
      *================================================================*
      *--- instream-requirements.csv HOLDS THE MINIMUM INSTREAM FLOWS ---
      *--- SET BY FERC LICENSES AND WATER-RIGHT PERMITS BELOW OUR     ---
      *--- GAGES. WITHOUT IT NO STATION-DAY IS CHECKED AND THE        ---
      *--- COMPLIANCE STATE IS LEFT AS THE LAST RUN WROTE IT.         ---
           DISPLAY 'SIERRA-FLOW V2.0: LOADING INSTREAM-FLOW '
               'REQUIREMENTS...'
           OPEN INPUT INSTREAM-REQ-FILE
           IF WS-IFR-STATUS NOT = '00'
               DISPLAY 'WARNING: instream-requirements.csv NOT FOUND'
               DISPLAY 'NO INSTREAM-FLOW COMPLIANCE CHECK THIS RUN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-IFR-REQUIREMENTS
               READ INSTREAM-REQ-FILE INTO IFR-RECORD
                   AT END SET EOF-IFR-REQUIREMENTS TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1625-PARSE-IFR-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTREAM-REQ-FILE
           PERFORM 1626-SORT-IFR-TABLE
           DISPLAY 'SIERRA-FLOW V2.0: INSTREAM REQUIREMENTS LOADED - '
               WS-IFR-COUNT ' ROWS'.

      *================================================================*
       1625-PARSE-IFR-REQUIREMENT.
      *================================================================*
      *--- SITE, LICENSE, FROM, TO, WATER-YEAR TYPE, MIN CFS, BASIS,  ---
      *--- NATURAL-FLOW CAP. FROM/TO ARE MM-DD (A FULL YYYY-MM-DD IS  ---
      *--- CUT TO ITS MONTH-DAY; BLANKS MEAN 01-01 AND 12-31). AN     ---
      *--- UNKNOWN BASIS FALLS BACK TO THE DAILY MEAN WITH A          ---
      *--- PREFLIGHT WARNING RATHER THAN DROPPING THE LICENSE FROM    ---
      *--- THE CHECK.                                                 ---
           ADD 1 TO WS-IFR-ROWS-IN
           MOVE IFR-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-IR-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-IR-LICENSE
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-IR-FROM-STR
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-IR-TO-STR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(5) LEADING)) TO WS-IR-WY-TYPE
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING) TO WS-IR-MIN-STR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(7) LEADING)) TO WS-IR-BASIS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(8) LEADING)) TO WS-IR-NAT-CAP

           IF WS-IR-SITE-ID = SPACES OR WS-IR-MIN-STR = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-IFR-COUNT >= 3000
               DISPLAY 'WARNING: REQUIREMENT TABLE FULL - IGNORING '
                   'ROW FOR ' WS-IR-SITE-ID
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(WS-IR-MIN-STR) TO WS-IR-MIN-CFS
           EVALUATE TRUE
               WHEN WS-IR-FROM-STR = SPACES
                   MOVE '01-01' TO WS-IR-FROM-MMDD
               WHEN WS-IR-FROM-STR(5:1) = '-'
                   MOVE WS-IR-FROM-STR(6:5) TO WS-IR-FROM-MMDD
               WHEN OTHER
                   MOVE WS-IR-FROM-STR(1:5) TO WS-IR-FROM-MMDD
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-IR-TO-STR = SPACES
                   MOVE '12-31' TO WS-IR-TO-MMDD
               WHEN WS-IR-TO-STR(5:1) = '-'
                   MOVE WS-IR-TO-STR(6:5) TO WS-IR-TO-MMDD
               WHEN OTHER
                   MOVE WS-IR-TO-STR(1:5) TO WS-IR-TO-MMDD
           END-EVALUATE
           IF WS-IR-NAT-CAP NOT = 'Y'
               MOVE 'N' TO WS-IR-NAT-CAP
           END-IF

           IF WS-IR-BASIS NOT = 'MEAN' AND WS-IR-BASIS NOT = 'INST'
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-IR-SITE-ID TO WS-PF-SITE
               MOVE 'UNKNOWN IFR BASIS - DAILY MEAN ASSUMED'
                   TO WS-PF-DETAIL
               PERFORM 1830-ISSUE-ALREADY-LOGGED
               IF WS-PF-DUP-ISSUE = 'N'
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF
               MOVE 'MEAN' TO WS-IR-BASIS
           END-IF

           MOVE WS-IR-SITE-ID TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE
           IF WS-FOUND-STATION = 'N'
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-IR-SITE-ID TO WS-PF-SITE
               MOVE 'IFR REQUIREMENT HAS NO STATION-MASTER ROW'
                   TO WS-PF-DETAIL
               PERFORM 1830-ISSUE-ALREADY-LOGGED
               IF WS-PF-DUP-ISSUE = 'N'
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF
           END-IF

           ADD 1 TO WS-IFR-COUNT
           SET IFR-IDX TO WS-IFR-COUNT
           MOVE WS-IR-SITE-ID   TO IR-SITE-ID(IFR-IDX)
           MOVE WS-IR-FROM-MMDD TO IR-FROM-MMDD(IFR-IDX)
           MOVE WS-IR-TO-MMDD   TO IR-TO-MMDD(IFR-IDX)
           MOVE WS-IR-WY-TYPE   TO IR-WY-TYPE(IFR-IDX)
           MOVE WS-IR-MIN-CFS   TO IR-MIN-CFS(IFR-IDX)
           MOVE WS-IR-BASIS     TO IR-BASIS(IFR-IDX)
           MOVE WS-IR-NAT-CAP   TO IR-NAT-CAP(IFR-IDX)
           MOVE WS-IR-LICENSE   TO IR-LICENSE(IFR-IDX).

      *================================================================*
       1626-SORT-IFR-TABLE.
      *================================================================*
      *--- SORTED BY SITE THEN WINDOW START SO 3275 CAN BINARY-SEARCH ---
      *--- TO A SITE'S BLOCK FOR EVERY STATION-DAY ACCUMULATED.       ---
           SORT IF-SORT-FILE
               ASCENDING KEY IFS-SITE-ID IFS-FROM-MMDD
               INPUT  PROCEDURE 1627-IF-SORT-INPUT
               OUTPUT PROCEDURE 1628-IF-SORT-OUTPUT.

      *================================================================*
       1627-IF-SORT-INPUT.
      *================================================================*
           PERFORM VARYING IFR-IDX FROM 1 BY 1
               UNTIL IFR-IDX > WS-IFR-COUNT
               MOVE IR-SITE-ID(IFR-IDX)   TO IFS-SITE-ID
               MOVE IR-FROM-MMDD(IFR-IDX) TO IFS-FROM-MMDD
               MOVE IR-TO-MMDD(IFR-IDX)   TO IFS-TO-MMDD
               MOVE IR-WY-TYPE(IFR-IDX)   TO IFS-WY-TYPE
               MOVE IR-MIN-CFS(IFR-IDX)   TO IFS-MIN-CFS
               MOVE IR-BASIS(IFR-IDX)     TO IFS-BASIS
               MOVE IR-NAT-CAP(IFR-IDX)   TO IFS-NAT-CAP
               MOVE IR-LICENSE(IFR-IDX)   TO IFS-LICENSE
               RELEASE IF-SORT-RECORD
           END-PERFORM.

      *================================================================*
       1628-IF-SORT-OUTPUT.
      *================================================================*
           MOVE 0   TO WS-IFR-COUNT
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN IF-SORT-FILE INTO IF-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IFR-COUNT
                       SET IFR-IDX TO WS-IFR-COUNT
                       MOVE IFS-SITE-ID   TO IR-SITE-ID(IFR-IDX)
                       MOVE IFS-FROM-MMDD TO IR-FROM-MMDD(IFR-IDX)
                       MOVE IFS-TO-MMDD   TO IR-TO-MMDD(IFR-IDX)
                       MOVE IFS-WY-TYPE   TO IR-WY-TYPE(IFR-IDX)
                       MOVE IFS-MIN-CFS   TO IR-MIN-CFS(IFR-IDX)
                       MOVE IFS-BASIS     TO IR-BASIS(IFR-IDX)
                       MOVE IFS-NAT-CAP   TO IR-NAT-CAP(IFR-IDX)
                       MOVE IFS-LICENSE   TO IR-LICENSE(IFR-IDX)
           END-PERFORM.

      *================================================================*
       1630-LOAD-COMPLIANCE-STATE.
      *================================================================*
      *--- compliance-state.csv (SITE, LICENSE, LAST DAY ROLLED IN,   ---
      *--- WATER YEAR, CONSECUTIVE DAYS OUT, WATER-YEAR DAYS OUT,     ---
      *--- WATER-YEAR DEFICIT AF, IN/OUT) IS WRITTEN BY 4750 AT THE   ---
      *--- END OF EVERY RUN THAT CHECKED REQUIREMENTS, SO A VIOLATION ---
      *--- STREAK AND ITS DEFICIT CARRY ACROSS RUNS.                  ---
           IF WS-IFR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPLIANCE-STATE-FILE
           IF WS-CST-STATUS NOT = '00'
               DISPLAY 'SIERRA-FLOW V2.0: NO PRIOR COMPLIANCE STATE - '
                   'STREAKS AND DEFICITS START WITH THIS RUN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-COMPLIANCE-STATE
               READ COMPLIANCE-STATE-FILE INTO CST-RECORD
                   AT END SET EOF-COMPLIANCE-STATE TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1635-PARSE-COMPLIANCE-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPLIANCE-STATE-FILE
           DISPLAY 'SIERRA-FLOW V2.0: COMPLIANCE STATE LOADED - '
               WS-CS-COUNT ' SITES'.

      *================================================================*
       1635-PARSE-COMPLIANCE-STATE.
      *================================================================*
           ADD 1 TO WS-CST-ROWS-IN
           MOVE CST-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-CS-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-CS-LICENSE
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-CS-LAST-DATE
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-CS-WY-STR
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-CS-CONSEC-STR
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING) TO WS-CS-DAYS-STR
           MOVE FUNCTION TRIM(WS-FIELDS(7) LEADING) TO WS-CS-AF-STR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(8) LEADING)) TO WS-CS-STATUS-STR

           IF WS-CS-SITE-ID = SPACES OR WS-CS-COUNT >= 3000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CS-COUNT
           SET CST-IDX TO WS-CS-COUNT
           MOVE WS-CS-SITE-ID   TO CS-SITE-ID(CST-IDX)
           MOVE WS-CS-LICENSE   TO CS-LICENSE(CST-IDX)
           MOVE WS-CS-LAST-DATE TO CS-LAST-DATE(CST-IDX)
           MOVE ZEROS TO CS-WATER-YEAR(CST-IDX)
                         CS-CONSEC-OUT(CST-IDX)
                         CS-WY-DAYS-OUT(CST-IDX)
                         CS-WY-DEFICIT-AF(CST-IDX)
           IF WS-CS-WY-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CS-WY-STR)
                   TO CS-WATER-YEAR(CST-IDX)
           END-IF
           IF WS-CS-CONSEC-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CS-CONSEC-STR)
                   TO CS-CONSEC-OUT(CST-IDX)
           END-IF
           IF WS-CS-DAYS-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CS-DAYS-STR)
                   TO CS-WY-DAYS-OUT(CST-IDX)
           END-IF
           IF WS-CS-AF-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CS-AF-STR)
                   TO CS-WY-DEFICIT-AF(CST-IDX)
           END-IF
           IF WS-CS-STATUS-STR = 'OUT'
               MOVE 'Y' TO CS-OUT-NOW(CST-IDX)
           ELSE
               MOVE 'N' TO CS-OUT-NOW(CST-IDX)
           END-IF
           MOVE 'N' TO CS-TOUCHED(CST-IDX).

      *================================================================*
       1700-LOAD-SNOWPACK.
      *================================================================*
           DISPLAY 'SIERRA-FLOW V2.0: LOADING SNOWPACK...'
           OPEN INPUT SNOWPACK-FILE
           IF WS-SNW-STATUS NOT = '00'
               DISPLAY 'WARNING: snowpack.csv NOT FOUND'
               DISPLAY 'WATER-SUPPLY OUTLOOK WILL SHOW NO SNOW DATA'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-SNOWPACK
               READ SNOWPACK-FILE INTO SNW-RECORD
                   AT END SET EOF-SNOWPACK TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1710-PARSE-SNOWPACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNOWPACK-FILE
           DISPLAY 'SIERRA-FLOW V2.0: SNOWPACK LOADED - '
               WS-SNOW-COUNT ' SNOW COURSES'.

      *================================================================*
       1710-PARSE-SNOWPACK.
      *================================================================*
      *--- ONE ENTRY PER SNOW COURSE; WHEN THE FILE CARRIES SEVERAL   ---
      *--- DATES FOR A COURSE, THE LATEST-DATED ROW WINS SO THE       ---
      *--- OUTLOOK ALWAYS REFLECTS THE FRESHEST SURVEY.               ---
           ADD 1 TO WS-SNW-ROWS-IN
           MOVE SNW-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-SNW-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-SNW-DATE
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-SNW-SWE-STR
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-SNW-PCT-STR

           IF WS-SNW-SITE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
                   DELIMITED BY SIZE
               'MODERATE_STAGE,MAJOR_STAGE,SNOW_SITE,'
                   DELIMITED BY SIZE
               'UPSTREAM_SITE,NWS_ID,MAX_TEMP_F,' DELIMITED BY SIZE
               'CDEC_ID,SOURCE_PRECEDENCE' DELIMITED BY SIZE
               INTO SMO-RECORD
           END-STRING
           WRITE SMO-RECORD
               FUNCTION TRIM(ST-NWS-ID(STN-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMW-TMP-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(ST-CDEC-ID(STN-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(ST-SOURCE-PREF(STN-IDX))
                   DELIMITED BY SIZE
               INTO SMO-RECORD
           END-STRING
           WRITE SMO-RECORD.
                       CONTINUE
                   NOT AT END
                       IF CKPT-RECORD(1:8) = WS-CKPT-FORMAT-ID
                           MOVE CKPT-RECORD(9:117) TO WS-CKPT-HEADER
                           IF CKH-PROCESS-DATE = WS-DATE-FORMATTED
                               PERFORM 1410-RESTORE-CHECKPOINT-STATE
                           ELSE
                               PERFORM 1420-REJECT-OTHER-DAY-CKPT
                           END-IF
                       ELSE
                           DISPLAY 'WARNING: sierra-flow.ckpt IS NOT '
                               'FORMAT ' WS-CKPT-FORMAT-ID
               CLOSE CHECKPOINT-FILE
           END-IF.

      *================================================================*
       1420-REJECT-OTHER-DAY-CKPT.
      *================================================================*
      *--- A CHECKPOINT LEFT BY A RUN FOR A DIFFERENT PROCESSING DATE ---
      *--- (A CATCH-UP RESUBMITTED FROM ANOTHER DAY, OR A NEXT-DAY    ---
      *--- RUN AFTER AN ABANDONED FAILURE) DESCRIBES SOMEBODY ELSE'S  ---
      *--- ROWS AND MUST NOT SEED THIS RUN'S ACCUMULATORS.            ---
           DISPLAY 'WARNING: sierra-flow.ckpt IS FOR PROCESSING DATE '
               CKH-PROCESS-DATE ' - IGNORING IT AND STARTING FROM '
               'RECORD ONE'
           MOVE 'CKPT-DATE-MISMATCH' TO WS-RL-EVENT
           MOVE SPACES TO WS-RL-DETAIL
           STRING 'CHECKPOINT FOR ' DELIMITED BY SIZE
               CKH-PROCESS-DATE DELIMITED BY SIZE
               ' IGNORED' DELIMITED BY SIZE
               INTO WS-RL-DETAIL
           END-STRING
           MOVE 0 TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT.

      *================================================================*
       1410-RESTORE-CHECKPOINT-STATE.
      *================================================================*
           MOVE CKPT-RECORD(9:117)      TO WS-CKPT-HEADER
           MOVE CKH-LINES-READ          TO WS-RESTART-RECORDS
           MOVE CKH-TOTAL-RECORDS       TO WS-TOTAL-RECORDS
           MOVE CKH-SKIPPED-RECORDS     TO WS-SKIPPED-RECORDS
           MOVE CKH-SKIP-SENTINEL       TO WS-SKIP-SENTINEL
           MOVE CKH-SKIP-TABLE-FULL     TO WS-SKIP-TABLE-FULL
           MOVE CKH-TEMP-ROWS           TO WS-TEMP-ROWS
           MOVE CKH-SKIP-OTHER-DAY      TO WS-SKIP-OTHER-DAY
           MOVE CKH-SKIP-SUPERSEDED     TO WS-SKIP-SUPERSEDED
           MOVE CKH-IFD-COUNT           TO WS-IFD-COUNT
           MOVE 'Y' TO WS-RESTART-AVAILABLE

           MOVE 0 TO WS-TOTAL-ALERTS
               READ CHECKPOINT-FILE INTO CKPT-RECORD
                   AT END CONTINUE
               END-READ
               MOVE CKPT-RECORD(1:600) TO WS-STATION(STN-IDX)
               ADD ST-ALERT-COUNT(STN-IDX) TO WS-TOTAL-ALERTS
           END-PERFORM

               MOVE CKPT-RECORD(1:25) TO WS-DATE-LOG(DQL-IDX)
           END-PERFORM

           PERFORM VARYING IFD-IDX FROM 1 BY 1
               UNTIL IFD-IDX > WS-IFD-COUNT
               READ CHECKPOINT-FILE INTO CKPT-RECORD
                   AT END CONTINUE
               END-READ
               MOVE CKPT-RECORD(1:119) TO WS-IFR-DAY(IFD-IDX)
           END-PERFORM

           DISPLAY 'SIERRA-FLOW V2.0: CHECKPOINT FOUND - '
               'RESUMING AFTER RECORD ' WS-RESTART-RECORDS
               ' (' WS-STATION-COUNT ' STATIONS RESTORED)'
           PERFORM 7610-LOG-RUN-EVENT.

      *================================================================*
       1640-LOAD-STATION-STATUS.
      *================================================================*
      *--- station-status.csv (SITE, LAST GOOD READING DATE, DAYS     ---
      *--- DOWN, REASON, STATUS DATE) IS WRITTEN BY 4850 AT THE END   ---
      *--- OF EVERY RUN, SO AN OUTAGE KEEPS COUNTING ACROSS RUNS.     ---
           OPEN INPUT STATION-STATUS-FILE
           IF WS-GST-STATUS NOT = '00'
               DISPLAY 'SIERRA-FLOW V2.0: NO PRIOR STATION STATUS - '
                   'OUTAGES ARE COUNTED FROM THIS RUN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-STATION-STATUS
               READ STATION-STATUS-FILE INTO GST-RECORD
                   AT END SET EOF-STATION-STATUS TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1645-PARSE-STATION-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATION-STATUS-FILE
           DISPLAY 'SIERRA-FLOW V2.0: STATION STATUS LOADED - '
               WS-GS-COUNT ' GAGES'.

      *================================================================*
       1645-PARSE-STATION-STATUS.
      *================================================================*
           ADD 1 TO WS-GS-ROWS-IN
           MOVE GST-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-GS-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-GS-LAST-GOOD
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-GS-DAYS-STR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(4) LEADING)) TO WS-GS-REASON
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING)
               TO WS-GS-STATUS-DATE

           IF WS-GS-SITE-ID = SPACES OR WS-GS-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GS-COUNT
           SET GST-IDX TO WS-GS-COUNT
           MOVE WS-GS-SITE-ID     TO GS-SITE-ID(GST-IDX)
           MOVE SPACES            TO GS-SITE-NAME(GST-IDX)
                                     GS-BASIN(GST-IDX)
           MOVE WS-GS-LAST-GOOD   TO GS-LAST-GOOD(GST-IDX)
           MOVE WS-GS-REASON      TO GS-REASON(GST-IDX)
           MOVE WS-GS-STATUS-DATE TO GS-STATUS-DATE(GST-IDX)
           MOVE ZEROS             TO GS-DAYS-DOWN(GST-IDX)
           IF WS-GS-DAYS-STR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-GS-DAYS-STR) = 0
               MOVE FUNCTION NUMVAL(WS-GS-DAYS-STR)
                   TO GS-DAYS-DOWN(GST-IDX)
           END-IF
           MOVE 'N' TO GS-ALERT(GST-IDX)
           MOVE 'N' TO GS-ACTIVE(GST-IDX).

      *================================================================*
       1650-LOAD-UV-LIMITS.
      *================================================================*
      *--- uv-screen-limits.csv (SITE ID, MIN CFS, MAX CFS, MAX RATE  ---
      *--- OF CHANGE CFS/HR, SPIKE RATIO, FLATLINE HOURS) CARRIES THE ---
      *--- UNIT- VALUE SCREENING LIMITS FOR A STATION. IT IS          ---
      *--- OPTIONAL; A BLANK MIN/MAX LEAVES THAT END OF THE RANGE     ---
      *--- UNCHECKED AND ANY OTHER BLANK COLUMN (OR A SITE WITH NO    ---
      *--- ROW) TAKES THE runcontrol.csv DEFAULT. A RATE, RATIO OR    ---
      *--- HOURS OF ZERO SWITCHES THAT TEST OFF FOR THE STATION.      ---
           OPEN INPUT UV-LIMITS-FILE
           IF WS-UVL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-UV-LIMITS
               READ UV-LIMITS-FILE INTO UVL-RECORD
                   AT END SET EOF-UV-LIMITS TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1655-PARSE-UV-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UV-LIMITS-FILE
           DISPLAY 'SIERRA-FLOW V2.0: UV SCREENING LIMITS LOADED - '
               WS-UL-COUNT ' STATIONS'.

      *================================================================*
       1655-PARSE-UV-LIMIT.
      *================================================================*
           ADD 1 TO WS-UL-ROWS-IN
           MOVE UVL-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           IF WS-FIELDS(1) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-UL-COUNT >= 2000
               DISPLAY 'WARNING: UV LIMITS TABLE FULL - IGNORING '
                   WS-FIELDS(1)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UL-COUNT
           SET UVL-IDX TO WS-UL-COUNT
           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING)
               TO UL-SITE-ID(UVL-IDX)
           MOVE 'N'                  TO UL-HAS-MIN(UVL-IDX)
           MOVE ZEROS                TO UL-MIN-CFS(UVL-IDX)
           MOVE 'N'                  TO UL-HAS-MAX(UVL-IDX)
           MOVE ZEROS                TO UL-MAX-CFS(UVL-IDX)
           MOVE WS-UV-MAX-RATE       TO UL-MAX-RATE(UVL-IDX)
           MOVE WS-UV-SPIKE-RATIO    TO UL-SPIKE-RATIO(UVL-IDX)
           MOVE WS-UV-FLAT-HOURS     TO UL-FLAT-HOURS(UVL-IDX)

           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-UL-FIELD
           IF WS-UL-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-UL-FIELD) = 0
               MOVE 'Y' TO UL-HAS-MIN(UVL-IDX)
               MOVE FUNCTION NUMVAL(WS-UL-FIELD) TO UL-MIN-CFS(UVL-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-UL-FIELD
           IF WS-UL-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-UL-FIELD) = 0
               MOVE 'Y' TO UL-HAS-MAX(UVL-IDX)
               MOVE FUNCTION NUMVAL(WS-UL-FIELD) TO UL-MAX-CFS(UVL-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-UL-FIELD
           IF WS-UL-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-UL-FIELD) = 0
               MOVE FUNCTION NUMVAL(WS-UL-FIELD)
                   TO UL-MAX-RATE(UVL-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-UL-FIELD
           IF WS-UL-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-UL-FIELD) = 0
               MOVE FUNCTION NUMVAL(WS-UL-FIELD)
                   TO UL-SPIKE-RATIO(UVL-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING) TO WS-UL-FIELD
           IF WS-UL-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-UL-FIELD) = 0
               MOVE FUNCTION NUMVAL(WS-UL-FIELD)
                   TO UL-FLAT-HOURS(UVL-IDX)
           END-IF.

      *================================================================*
       1660-LOAD-CDEC-FEED.
      *================================================================*
      *--- cdec-flow.csv IS THE CDEC DOWNLOAD FOR THE GAGES RUN BY    ---
      *--- DWR, THE IRRIGATION DISTRICTS AND THE UTILITIES            ---
      *--- (STATION_ID, DURATION, SENSOR_NUMBER, SENSOR_TYPE, DATE    ---
      *--- TIME, OBS DATE, VALUE, DATA_FLAG, UNITS), ONE SENSOR VALUE ---
      *--- PER ROW. IT IS OPTIONAL. A ROW IS KEPT WHEN ITS            ---
      *--- THREE-LETTER STATION IS THE CDEC_ID OF A                   ---
      *--- station-master.csv SITE, ITS DURATION IS E, H OR D, AND    ---
      *--- ITS SENSOR IS FLOW (20, OR 41 MEAN DAILY), STAGE (1) OR    ---
      *--- WATER TEMPERATURE DEG F (25). THE KEPT ROWS ARE SORTED BY  ---
      *--- SITE, DAY (UNIT VALUES BEFORE THE DAILY VALUE), TIME AND   ---
      *--- SENSOR AND EACH SITE'S SENSORS AT ONE TIME ARE MERGED INTO ---
      *--- ONE streamflow.csv-LAYOUT READING, WHICH                   ---
      *--- 3800-PROCESS-CDEC-READINGS FEEDS THROUGH 3100 AFTER THE    ---
      *--- USGS ROWS. IT RUNS BEFORE PREFLIGHT SO THE SCAN OF         ---
      *--- streamflow.csv CAN MARK THE STATION-DAYS USGS ALSO         ---
      *--- REPORTED.                                                  ---
           OPEN INPUT CDEC-FILE
           IF WS-CDF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: LOADING CDEC FEED...'
           OPEN OUTPUT CDEC-WORK-FILE
           IF WS-CDW-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN cdec-merged-work.tmp'
               STOP RUN
           END-IF
           SORT CD-SORT-FILE
               ASCENDING KEY CDS-SITE-ID CDS-DATE CDS-DAILY
                             CDS-TIMESTAMP CDS-KIND
               INPUT  PROCEDURE 1661-CD-SORT-INPUT
               OUTPUT PROCEDURE 1663-CD-SORT-OUTPUT
           CLOSE CDEC-FILE
           CLOSE CDEC-WORK-FILE
           IF WS-CD-UNMAPPED > 0
               DISPLAY 'WARNING: ' WS-CD-UNMAPPED
                   ' CDEC ROW(S) FOR STATIONS WITH NO CDEC_ID IN '
                   'station-master.csv'
           END-IF
           IF WS-CD-BAD-DATE > 0
               DISPLAY 'WARNING: ' WS-CD-BAD-DATE
                   ' CDEC ROW(S) WITH AN UNPARSEABLE DATE TIME'
           END-IF
           IF WS-CD-DAILY-DROPPED > 0
               DISPLAY 'SIERRA-FLOW V2.0: ' WS-CD-DAILY-DROPPED
                   ' CDEC DAILY FLOW/STAGE ROW(S) DROPPED FOR DAYS '
                   'WITH UNIT VALUES'
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: CDEC FEED LOADED - '
               WS-CDF-ROWS-IN ' SENSOR ROWS, ' WS-CDEC-READINGS
               ' READINGS'.

      *================================================================*
       1661-CD-SORT-INPUT.
      *================================================================*
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-CDEC-FEED
               READ CDEC-FILE INTO CDF-RECORD
                   AT END SET EOF-CDEC-FEED TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1662-PARSE-CDEC-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *================================================================*
       1662-PARSE-CDEC-ROW.
      *================================================================*
           MOVE CDF-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-FIELDS(1) LEADING))
               TO WS-CD-STATION
           IF WS-CD-STATION = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CDF-ROWS-IN
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-FIELDS(2) LEADING))
               TO WS-CD-DURATION
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-CD-SENSOR-STR
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-CD-DATETIME
           MOVE FUNCTION TRIM(WS-FIELDS(7) LEADING) TO WS-CD-VALUE-STR
           MOVE FUNCTION TRIM(WS-FIELDS(8) LEADING) TO WS-CD-FLAG

           EVALUATE WS-CD-SENSOR-STR
               WHEN '20'
               WHEN '41'
                   MOVE 'Q' TO WS-CD-KIND
               WHEN '1'
                   MOVE 'H' TO WS-CD-KIND
               WHEN '25'
                   MOVE 'T' TO WS-CD-KIND
               WHEN OTHER
                   MOVE SPACE TO WS-CD-KIND
           END-EVALUATE
           IF WS-CD-KIND = SPACE
               OR (WS-CD-DURATION NOT = 'E'
                   AND WS-CD-DURATION NOT = 'H'
                   AND WS-CD-DURATION NOT = 'D')
               ADD 1 TO WS-CD-OTHER-SENSOR
               EXIT PARAGRAPH
           END-IF

           PERFORM 1665-FIND-CDEC-STATION
           IF WS-CD-LAST-FOUND = 'N'
               ADD 1 TO WS-CD-UNMAPPED
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-CD-STATION TO WS-PF-SITE
               MOVE 'CDEC STATION NOT IN STATION MASTER'
                   TO WS-PF-DETAIL
               PERFORM 1830-ISSUE-ALREADY-LOGGED
               IF WS-PF-DUP-ISSUE = 'N'
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF
               EXIT PARAGRAPH
           END-IF

      *--- DATE TIME IS 'YYYYMMDD HHMM' IN PACIFIC STANDARD TIME. A   ---
      *--- DAILY (D) VALUE BECOMES A DAILY ROW; EVENT (E) AND HOURLY  ---
      *--- (H) VALUES KEEP THEIR TIME AND GO THROUGH UNIT-VALUE       ---
      *--- SCREENING.                                                 ---
           IF WS-CD-DATETIME(1:8) NOT NUMERIC
               ADD 1 TO WS-CD-BAD-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MEAS-DATE
           STRING WS-CD-DATETIME(1:4) '-' WS-CD-DATETIME(5:2) '-'
                   WS-CD-DATETIME(7:2) DELIMITED BY SIZE
               INTO WS-MEAS-DATE
           END-STRING
           PERFORM 1835-VALIDATE-DATE-FORMAT
           IF WS-PF-DATE-OK = 'N'
               ADD 1 TO WS-CD-BAD-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CD-TIMESTAMP
           IF WS-CD-DURATION = 'D'
               MOVE WS-MEAS-DATE TO WS-CD-TIMESTAMP
           ELSE
               IF WS-CD-DATETIME(10:4) NOT NUMERIC
                   OR WS-CD-DATETIME(10:2) > '23'
                   OR WS-CD-DATETIME(12:2) > '59'
                   ADD 1 TO WS-CD-BAD-DATE
                   EXIT PARAGRAPH
               END-IF
               STRING WS-MEAS-DATE ' ' WS-CD-DATETIME(10:2) ':'
                       WS-CD-DATETIME(12:2) DELIMITED BY SIZE
                   INTO WS-CD-TIMESTAMP
               END-STRING
           END-IF

      *--- CDEC SENDS '---' (OR -9999 ON OLDER SENSORS) FOR NO VALUE  ---
           IF WS-CD-VALUE-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CD-VALUE-STR) NOT = 0
               ADD 1 TO WS-CD-NO-VALUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CD-VALUE-STR) = -9999
               ADD 1 TO WS-CD-NO-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CD-LAST-SITE  TO CDS-SITE-ID
           MOVE WS-MEAS-DATE     TO CDS-DATE
           IF WS-CD-DURATION = 'D'
               MOVE 'Y' TO CDS-DAILY
           ELSE
               MOVE 'N' TO CDS-DAILY
           END-IF
           MOVE WS-CD-TIMESTAMP  TO CDS-TIMESTAMP
           MOVE WS-CD-KIND       TO CDS-KIND
           MOVE WS-CD-VALUE-STR  TO CDS-VALUE
           MOVE 'N'              TO CDS-EST
           IF WS-CD-FLAG = 'e' OR WS-CD-FLAG = 'E'
               MOVE 'Y' TO CDS-EST
           END-IF
           MOVE WS-CD-LAST-PREF  TO CDS-PREF
           MOVE WS-CD-LAST-NAME  TO CDS-SITE-NAME
           RELEASE CD-SORT-RECORD.

      *================================================================*
       1663-CD-SORT-OUTPUT.
      *================================================================*
           MOVE SPACES TO WS-CDM-SITE-ID
           MOVE SPACES TO WS-CDM-TIMESTAMP
           MOVE SPACES TO WS-CDM-DAY-SITE
           MOVE SPACES TO WS-CDM-DAY-DATE
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN CD-SORT-FILE INTO CD-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       IF CDS-SITE-ID NOT = WS-CDM-SITE-ID
                           OR CDS-TIMESTAMP NOT = WS-CDM-TIMESTAMP
                           PERFORM 1666-WRITE-CDEC-READING
                           PERFORM 1664-START-CDEC-READING
                       END-IF
                       IF CDS-SITE-ID NOT = WS-CDM-DAY-SITE
                           OR CDS-DATE NOT = WS-CDM-DAY-DATE
                           MOVE CDS-SITE-ID TO WS-CDM-DAY-SITE
                           MOVE CDS-DATE    TO WS-CDM-DAY-DATE
                           MOVE 'N' TO WS-CDM-DAY-UV-FLOW
                       END-IF
                       PERFORM 1668-MERGE-CDEC-SENSOR
           END-PERFORM
           PERFORM 1666-WRITE-CDEC-READING.

      *================================================================*
       1664-START-CDEC-READING.
      *================================================================*
           MOVE CDS-SITE-ID    TO WS-CDM-SITE-ID
           MOVE CDS-SITE-NAME  TO WS-CDM-SITE-NAME
           MOVE CDS-TIMESTAMP  TO WS-CDM-TIMESTAMP
           MOVE CDS-PREF       TO WS-CDM-PREF
           MOVE SPACES         TO WS-CDM-FLOW
           MOVE SPACES         TO WS-CDM-STAGE
           MOVE SPACES         TO WS-CDM-TEMP
           MOVE 'N'            TO WS-CDM-EST.

      *================================================================*
       1668-MERGE-CDEC-SENSOR.
      *================================================================*
      *--- ONE FLOW SOURCE PER SITE-DAY: A DAY WITH ANY UNIT-VALUE    ---
      *--- (E/H) FLOW OR STAGE READING TAKES ITS FLOW FROM THOSE, AND ---
      *--- ITS DAILY (D) FLOW AND STAGE ROWS (SENSOR 41 MEAN DAILY    ---
      *--- FLOW, DAILY STAGE) ARE DROPPED AND COUNTED, AS OTHERWISE   ---
      *--- THE DAY WOULD BE ACCUMULATED ONCE AS A DAILY ROW AND AGAIN ---
      *--- FROM THE UNIT VALUES. THE SORT PUTS A DAY'S UNIT VALUES    ---
      *--- AHEAD OF ITS DAILY ROWS SO THIS IS KNOWN BY THEN. WITHIN   ---
      *--- ONE TIME THE FIRST VALUE OF A KIND IS KEPT.                ---
           IF CDS-KIND = 'Q' OR CDS-KIND = 'H'
               IF CDS-DAILY = 'N'
                   MOVE 'Y' TO WS-CDM-DAY-UV-FLOW
               ELSE
                   IF WS-CDM-DAY-UV-FLOW = 'Y'
                       ADD 1 TO WS-CD-DAILY-DROPPED
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           EVALUATE CDS-KIND
               WHEN 'Q'
                   IF WS-CDM-FLOW = SPACES
                       MOVE CDS-VALUE TO WS-CDM-FLOW
                       IF CDS-EST = 'Y'
                           MOVE 'Y' TO WS-CDM-EST
                       END-IF
                   END-IF
               WHEN 'H'
                   IF WS-CDM-STAGE = SPACES
                       MOVE CDS-VALUE TO WS-CDM-STAGE
                   END-IF
               WHEN 'T'
                   IF WS-CDM-TEMP = SPACES
                       MOVE CDS-VALUE TO WS-CDM-TEMP
                   END-IF
           END-EVALUATE.

      *================================================================*
       1665-FIND-CDEC-STATION.
      *================================================================*
      *--- LINEAR SCAN OF THE STATION TABLE ON ST-CDEC-ID. A CDEC     ---
      *--- FILE COMES GROUPED BY STATION, SO THE LAST ANSWER IS KEPT  ---
      *--- AND THE SCAN ONLY RUNS WHEN THE STATION CHANGES.           ---
           IF WS-CD-STATION = WS-CD-LAST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-STATION TO WS-CD-LAST-ID
           MOVE 'N' TO WS-CD-LAST-FOUND
           IF WS-CD-STATION(4:5) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
                   OR WS-CD-LAST-FOUND = 'Y'
               IF ST-CDEC-ID(STN-IDX) = WS-CD-STATION(1:3)
                   MOVE 'Y'                     TO WS-CD-LAST-FOUND
                   MOVE ST-SITE-ID(STN-IDX)     TO WS-CD-LAST-SITE
                   MOVE ST-SITE-NAME(STN-IDX)   TO WS-CD-LAST-NAME
                   MOVE ST-SOURCE-PREF(STN-IDX) TO WS-CD-LAST-PREF
               END-IF
           END-PERFORM.

      *================================================================*
       1666-WRITE-CDEC-READING.
      *================================================================*
      *--- WRITES THE MERGED READING AS A streamflow.csv ROW: FLOW IN ---
      *--- THE DISCHARGE COLUMN (BLANK LETS 3150 RATE THE STAGE),     ---
      *--- STAGE AS GAGE HEIGHT, 'e' OR 'P' AS QUALIFIER AND THE      ---
      *--- TEMPERATURE RIDING IN COLUMN 7. A TIME WITH ONLY A         ---
      *--- TEMPERATURE BECOMES A PARAMETER-00010 ROW. A DAILY TIME    ---
      *--- WHOSE SENSORS WERE ALL DROPPED BY 1668 WRITES NOTHING.     ---
           IF WS-CDM-SITE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CDM-FLOW = SPACES AND WS-CDM-STAGE = SPACES
               AND WS-CDM-TEMP = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CDM-EST = 'Y'
               MOVE 'e' TO WS-CDM-QUAL
           ELSE
               MOVE 'P' TO WS-CDM-QUAL
           END-IF
           MOVE SPACES TO CDW-RECORD
           IF WS-CDM-FLOW = SPACES AND WS-CDM-STAGE = SPACES
               STRING FUNCTION TRIM(WS-CDM-SITE-ID) DELIMITED BY SIZE
                   ',"' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-SITE-NAME) DELIMITED BY SIZE
                   '",' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-TIMESTAMP) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-TEMP) DELIMITED BY SIZE
                   ',,' DELIMITED BY SIZE
                   WS-CDM-QUAL DELIMITED BY SIZE
                   ',00010' DELIMITED BY SIZE
                   INTO CDW-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CDM-SITE-ID) DELIMITED BY SIZE
                   ',"' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-SITE-NAME) DELIMITED BY SIZE
                   '",' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-TIMESTAMP) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-FLOW) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-STAGE) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-CDM-QUAL DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CDM-TEMP) DELIMITED BY SIZE
                   INTO CDW-RECORD
               END-STRING
               PERFORM 1667-ADD-CDEC-DAY
           END-IF
           WRITE CDW-RECORD
           ADD 1 TO WS-CDEC-READINGS.

      *================================================================*
       1667-ADD-CDEC-DAY.
      *================================================================*
      *--- READINGS ARRIVE IN SITE / TIME ORDER, SO A NEW STATION-DAY ---
      *--- IS ALWAYS APPENDED AT THE END AND THE TABLE STAYS SORTED   ---
      *--- FOR 8495-FIND-CDEC-DAY.                                    ---
           IF WS-CD-DAY-COUNT > 0
               SET CDD-IDX TO WS-CD-DAY-COUNT
               IF CDD-SITE-ID(CDD-IDX) = WS-CDM-SITE-ID
                   AND CDD-DATE(CDD-IDX) = WS-CDM-TIMESTAMP(1:10)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CD-DAY-COUNT >= 50000
               IF WS-CD-DAY-FULL = 'N'
                   DISPLAY 'WARNING: CDEC STATION-DAY TABLE FULL - '
                       'NO SOURCE PRECEDENCE FROM ' WS-CDM-SITE-ID
                   MOVE 'Y' TO WS-CD-DAY-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-DAY-COUNT
           SET CDD-IDX TO WS-CD-DAY-COUNT
           MOVE WS-CDM-SITE-ID         TO CDD-SITE-ID(CDD-IDX)
           MOVE WS-CDM-TIMESTAMP(1:10) TO CDD-DATE(CDD-IDX)
           MOVE WS-CDM-PREF            TO CDD-PREF(CDD-IDX)
           MOVE 'N'                    TO CDD-USGS(CDD-IDX).

      *================================================================*
       1670-LOAD-ALERT-ROSTER.
      *================================================================*
      *--- alert-roster.csv (BASIN, SITE ID, ALERT STATUS, FLOOD      ---
      *--- TIER, LEVEL, GROUP, AFTER-HOURS CONTACT) SAYS WHO IS TOLD  ---
      *--- ABOUT AN ALERT. A BLANK BASIN / SITE / STATUS / TIER       ---
      *--- MATCHES ANY; A BLANK LEVEL IS LEVEL 1, THE FIRST NOTICE.   ---
      *--- LEVEL 2 AND UP ARE THE GROUPS TOLD WHEN THE LEVEL BELOW    ---
      *--- HAS NOT ACKNOWLEDGED. STATUS IS WRITTEN WITHOUT THE        ---
      *--- ASTERISKS (HIGH FLOW, LOW FLOW, COMPLIANCE, THERMAL        ---
      *--- STRESS, GAGE OUTAGE, ABOVE NORMAL, BELOW NORMAL). THE FILE ---
      *--- IS OPTIONAL; WITHOUT IT NO NOTIFICATION BATCHES ARE        ---
      *--- WRITTEN AND ALERT STATE IS KEPT AS BEFORE.                 ---
           OPEN INPUT ALERT-ROSTER-FILE
           IF WS-ARO-STATUS NOT = '00'
               DISPLAY 'SIERRA-FLOW V2.0: NO ALERT ROSTER - '
                   'NOTIFICATION BATCHES NOT WRITTEN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-ALERT-ROSTER
               READ ALERT-ROSTER-FILE INTO ARO-RECORD
                   AT END SET EOF-ALERT-ROSTER TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1675-PARSE-ROSTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-ROSTER-FILE
           DISPLAY 'SIERRA-FLOW V2.0: ALERT ROSTER LOADED - '
               WS-RO-COUNT ' ROUTES, ' WS-RG-COUNT ' GROUPS'.

      *================================================================*
       1675-PARSE-ROSTER-ROW.
      *================================================================*
           ADD 1 TO WS-RO-ROWS-IN
           MOVE ARO-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(6) LEADING)) TO WS-RO-GROUP
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-RO-LEVEL-STR

           IF WS-RO-GROUP = SPACES
               ADD 1 TO WS-RO-REJECTED
               DISPLAY 'WARNING: alert-roster.csv ROW ' WS-RO-ROWS-IN
                   ' HAS NO GROUP - IGNORED'
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-LEVEL-STR NOT = SPACES
               AND (FUNCTION TEST-NUMVAL(WS-RO-LEVEL-STR) NOT = 0
                   OR FUNCTION NUMVAL(WS-RO-LEVEL-STR) < 1
                   OR FUNCTION NUMVAL(WS-RO-LEVEL-STR) > 9)
               ADD 1 TO WS-RO-REJECTED
               DISPLAY 'WARNING: alert-roster.csv ROW ' WS-RO-ROWS-IN
                   ' LEVEL NOT 1-9 - IGNORED'
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-COUNT >= 500
               ADD 1 TO WS-RO-REJECTED
               DISPLAY 'WARNING: ALERT ROSTER TABLE FULL - ROW '
                   WS-RO-ROWS-IN ' IGNORED'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RO-COUNT
           SET ROS-IDX TO WS-RO-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(1) LEADING)) TO RO-BASIN(ROS-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING)
               TO RO-SITE-ID(ROS-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(3) LEADING)) TO RO-STATUS(ROS-IDX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(4) LEADING)) TO RO-TIER(ROS-IDX)
           MOVE 1 TO RO-LEVEL(ROS-IDX)
           IF WS-RO-LEVEL-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-RO-LEVEL-STR)
                   TO RO-LEVEL(ROS-IDX)
           END-IF
           MOVE WS-RO-GROUP TO RO-GROUP(ROS-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(7) LEADING)
               TO RO-AFTER-HOURS(ROS-IDX)

           MOVE 'N' TO WS-RG-FOUND
           PERFORM VARYING RGP-IDX FROM 1 BY 1
               UNTIL RGP-IDX > WS-RG-COUNT
                   OR WS-RG-FOUND = 'Y'
               IF RG-GROUP(RGP-IDX) = WS-RO-GROUP
                   MOVE 'Y' TO WS-RG-FOUND
               END-IF
           END-PERFORM
           IF WS-RG-FOUND = 'N'
               IF WS-RG-COUNT >= 100
                   DISPLAY 'WARNING: TOO MANY ROSTER GROUPS - '
                       'NO BATCH FILE FOR ' WS-RO-GROUP
               ELSE
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RO-GROUP TO RG-GROUP(WS-RG-COUNT)
               END-IF
           END-IF.

      *================================================================*
       1680-LOAD-ALERT-ACKS.
      *================================================================*
      *--- alert-acks.csv (SITE ID, ACK DATE, ACKNOWLEDGED BY) IS     ---
      *--- APPENDED BY THE OFFICES AS THEY TAKE RESPONSIBILITY FOR AN ---
      *--- ALERT. IT IS OPTIONAL AND ONLY READ WHEN A ROSTER IS       ---
      *--- LOADED.                                                    ---
           IF WS-RO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ALERT-ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'SIERRA-FLOW V2.0: NO ALERT ACKNOWLEDGEMENTS'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-ALERT-ACKS
               READ ALERT-ACK-FILE INTO ACK-RECORD
                   AT END SET EOF-ALERT-ACKS TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1685-PARSE-ALERT-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-ACK-FILE
           DISPLAY 'SIERRA-FLOW V2.0: ALERT ACKNOWLEDGEMENTS LOADED - '
               WS-AK-COUNT.

      *================================================================*
       1685-PARSE-ALERT-ACK.
      *================================================================*
           ADD 1 TO WS-AK-ROWS-IN
           MOVE ACK-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-AK-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-AK-DATE
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-AK-BY

           IF WS-AK-SITE-ID = SPACES OR WS-AK-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AK-COUNT >= 2000
               DISPLAY 'WARNING: ACKNOWLEDGEMENT TABLE FULL - '
                   'LATER ROWS IGNORED'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-AK-COUNT
           SET ACK-IDX TO WS-AK-COUNT
           MOVE WS-AK-SITE-ID TO AK-SITE-ID(ACK-IDX)
           MOVE WS-AK-DATE    TO AK-DATE(ACK-IDX)
           MOVE WS-AK-BY      TO AK-BY(ACK-IDX).

      *================================================================*
       1750-LOAD-RUN-CONTROL.
      *================================================================*
      *--- runcontrol.csv (NAME,VALUE PAIRS) IS OPTIONAL; THE KEYS    ---
      *--- HONORED TODAY ARE PREFLIGHT-ABORT-LEVEL = ERROR / WARNING /---
      *--- NONE, REVISION-MODE = YES / NO, MONTHLY-SUMMARY = YES /    ---
      *--- NO, MAINTENANCE-MODE = YES / NO, WATER-YEAR-TYPE (THE      ---
      *--- DECLARED YEAR TYPE, E.G. WET / DRY / CRITICAL, THAT PICKS  ---
      *--- THE INSTREAM-FLOW REQUIREMENT ROWS), AS-OF-DATE =          ---
      *--- YYYY-MM-DD (PROCESS AS THAT DAY'S RUN), CATCH-UP-START /   ---
      *--- CATCH-UP-END (THE RANGE SIERRA-CATCHUP WALKS),             ---
      *--- OUTAGE-ALERT-DAYS (DAYS DOWN BEFORE A GAGE OUTAGE PAGES),  ---
      *--- SHIFT-TOLERANCE-PCT (FIELD MEASUREMENT DEPARTURE FROM THE  ---
      *--- RATING TOLERATED, DEFAULT 5), SHIFT-REVIEW-COUNT (HOW MANY ---
      *--- LATEST MEASUREMENTS MUST ALL DEPART THE SAME WAY TO FLAG   ---
      *--- THE RATING FOR REVIEW, DEFAULT 3), THE UNIT-VALUE          ---
      *--- SCREENING DEFAULTS UV-SPIKE-RATIO (DEFAULT 5), UV-MAX-RATE ---
      *--- (CFS PER HOUR, DEFAULT 0 = OFF), UV-FLATLINE-HOURS         ---
      *--- (DEFAULT 12) AND UV-INCOMPLETE-PCT (SHARE OF A DAY'S       ---
      *--- READINGS THAT MAY BE SCREENED OUT BEFORE THE DAY IS        ---
      *--- INCOMPLETE, DEFAULT 25), ACK-ESCALATE-RUNS (RUNS AN        ---
      *--- ALERT NOTICE MAY GO UNACKNOWLEDGED BEFORE THE NEXT ROSTER  ---
      *--- LEVEL IS NOTIFIED, DEFAULT 3), WATER-YEAR-CLOSE = YES / NO ---
      *--- (CLOSE A WATER YEAR INTO baseline-history.csv),            ---
      *--- CLOSE-WATER-YEAR (WHICH ONE, DEFAULT THE YEAR JUST ENDED), ---
      *--- WY-CLOSE-MAX-MISSING (DAYS A STATION MAY LACK BEFORE       ---
      *--- ITS ANNUAL ROW IS PROVISIONAL, DEFAULT 15), AND            ---
      *--- EXTRACT-MODE = YES / NO (ANSWER extract-request.csv FROM   ---
      *--- daily-values.csv AND DO NOTHING ELSE). UNKNOWN KEYS ARE    ---
      *--- IGNORED SO THE FILE CAN GROW WITHOUT A RECOMPILE.          ---
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF-RUN-CONTROL
               READ RUN-CONTROL-FILE INTO RC-RECORD
                   AT END SET EOF-RUN-CONTROL TO TRUE
                   NOT AT END
                       PERFORM 1760-PARSE-RUN-CONTROL
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'SIERRA-FLOW V2.0: RUN CONTROL LOADED - '
               'PREFLIGHT ABORT LEVEL ' WS-PF-ABORT-LEVEL.

      *================================================================*
       1760-PARSE-RUN-CONTROL.
      *================================================================*
           MOVE RC-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(1) LEADING)) TO WS-RC-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(2) LEADING)) TO WS-RC-VALUE

           IF WS-RC-NAME = 'PREFLIGHT-ABORT-LEVEL'
               MOVE WS-RC-VALUE(1:7) TO WS-PF-ABORT-LEVEL
           END-IF
           IF WS-RC-NAME = 'REVISION-MODE'
               IF WS-RC-VALUE = 'YES'
                   SET REVISION-RUN TO TRUE
               ELSE
                   MOVE 'N' TO WS-REVISION-MODE
               END-IF
           END-IF
           IF WS-RC-NAME = 'MONTHLY-SUMMARY'
               IF WS-RC-VALUE = 'YES'
                   SET MONTHLY-SUMMARY-RUN TO TRUE
               ELSE
                   MOVE 'N' TO WS-MONTHLY-MODE
               END-IF
           END-IF
           IF WS-RC-NAME = 'MAINTENANCE-MODE'
               IF WS-RC-VALUE = 'YES'
                   SET MAINTENANCE-RUN TO TRUE
               ELSE
                   MOVE 'N' TO WS-MAINT-MODE
               END-IF
           END-IF
           IF WS-RC-NAME = 'WATER-YEAR-TYPE'
               MOVE WS-RC-VALUE(1:12) TO WS-IFR-WY-TYPE
           END-IF
           IF WS-RC-NAME = 'AS-OF-DATE'
               MOVE WS-RC-VALUE(1:10) TO WS-AS-OF-DATE
           END-IF
           IF WS-RC-NAME = 'OUTAGE-ALERT-DAYS'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE)
                   TO WS-OUTAGE-ALERT-DAYS
           END-IF
           IF WS-RC-NAME = 'SHIFT-TOLERANCE-PCT'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE) TO WS-SHIFT-TOL-PCT
           END-IF
           IF WS-RC-NAME = 'SHIFT-REVIEW-COUNT'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE)
                   TO WS-SHIFT-REVIEW-COUNT
               IF WS-SHIFT-REVIEW-COUNT < 1
                   MOVE 1 TO WS-SHIFT-REVIEW-COUNT
               END-IF
           END-IF
           IF WS-RC-NAME = 'UV-SPIKE-RATIO'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE) TO WS-UV-SPIKE-RATIO
           END-IF
           IF WS-RC-NAME = 'UV-MAX-RATE'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE) TO WS-UV-MAX-RATE
           END-IF
           IF WS-RC-NAME = 'UV-FLATLINE-HOURS'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE) TO WS-UV-FLAT-HOURS
           END-IF
           IF WS-RC-NAME = 'UV-INCOMPLETE-PCT'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE)
                   TO WS-UV-INCOMPLETE-PCT
           END-IF
           IF WS-RC-NAME = 'ACK-ESCALATE-RUNS'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE)
                   TO WS-ACK-ESCALATE-RUNS
               IF WS-ACK-ESCALATE-RUNS < 1
                   MOVE 1 TO WS-ACK-ESCALATE-RUNS
               END-IF
           END-IF
           IF WS-RC-NAME = 'EXTRACT-MODE'
               IF WS-RC-VALUE = 'YES'
                   SET EXTRACT-RUN TO TRUE
               ELSE
                   MOVE 'N' TO WS-EXTRACT-MODE
               END-IF
           END-IF
           IF WS-RC-NAME = 'WATER-YEAR-CLOSE'
               IF WS-RC-VALUE = 'YES'
                   SET WY-CLOSE-RUN TO TRUE
               ELSE
                   MOVE 'N' TO WS-WY-CLOSE-MODE
               END-IF
           END-IF
           IF WS-RC-NAME = 'CLOSE-WATER-YEAR'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE) TO WS-WC-YEAR
           END-IF
           IF WS-RC-NAME = 'WY-CLOSE-MAX-MISSING'
               AND FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0
               MOVE FUNCTION NUMVAL(WS-RC-VALUE)
                   TO WS-WC-MAX-MISSING
           END-IF
      *--- THE CATCH-UP RANGE IS READ BY SIERRA-CATCHUP, NOT HERE     ---
           IF WS-RC-NAME = 'CATCH-UP-START'
               OR WS-RC-NAME = 'CATCH-UP-END'
               MOVE 'Y' TO WS-CU-RANGE-SEEN
           END-IF.

      *================================================================*
       1770-LOAD-PRIOR-EXPORT.
      *================================================================*
      *--- ON A REVISION RE-RUN THE PRIOR RUN'S streamflow-export.csv ---
      *--- IS THE BASELINE THE AMENDMENTS ARE COMPUTED AGAINST.       ---
      *--- PRIOR-EXPORT-FILE AND EXPORT-FILE SHARE THE SAME PHYSICAL  ---
      *--- FILE (SEE FILE-CONTROL), SO THIS MUST RUN BEFORE 1900-     ---
      *--- OPEN-OUTPUT-FEEDS OPENS THE EXPORT FOR OUTPUT AND          ---
      *--- TRUNCATES IT.                                              ---
           IF NOT REVISION-RUN
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: REVISION MODE - LOADING PRIOR '
               'EXPORT...'
           OPEN INPUT PRIOR-EXPORT-FILE
           IF WS-PEX-STATUS NOT = '00'
               DISPLAY 'WARNING: NO PRIOR streamflow-export.csv - '
                   'ALL STATIONS WILL AMEND AS ADDED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-PRIOR-EXPORT
               READ PRIOR-EXPORT-FILE INTO PEX-RECORD
                   AT END SET EOF-PRIOR-EXPORT TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 1775-PARSE-PRIOR-EXPORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-EXPORT-FILE
           DISPLAY 'SIERRA-FLOW V2.0: PRIOR EXPORT LOADED - '
               WS-PE-COUNT ' STATIONS'.

      *================================================================*
       1775-PARSE-PRIOR-EXPORT.
      *================================================================*
      *--- AN EXPORT WRITTEN BEFORE THE ALERT_STATUS COLUMN EXISTED   ---
      *--- PARSES WITH A BLANK STATUS, SO THE FIRST REVISION RE-RUN   ---
      *--- OVER ONE WILL FLAG EVERY STATION'S ALERT STATUS AS CHANGED.---
           MOVE PEX-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-PE-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-PE-MEAN-STR
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-PE-PCT-STR

           IF WS-PE-SITE-ID = SPACES OR WS-PE-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PE-COUNT
           SET PEX-IDX TO WS-PE-COUNT
           MOVE WS-PE-SITE-ID TO PE-SITE-ID(PEX-IDX)
           MOVE ZEROS TO PE-MEAN(PEX-IDX)
           MOVE ZEROS TO PE-PCT-NORMAL(PEX-IDX)
           IF WS-PE-MEAN-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PE-MEAN-STR)
                   TO PE-MEAN(PEX-IDX)
           END-IF
           IF WS-PE-PCT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PE-PCT-STR)
                   TO PE-PCT-NORMAL(PEX-IDX)
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING)
               TO PE-TREND(PEX-IDX)
           MOVE FUNCTION TRIM(WS-FIELDS(13) LEADING)
               TO PE-ALERT-STATUS(PEX-IDX)
           MOVE 'N' TO PE-MATCHED(PEX-IDX).

      *================================================================*
       1800-PREFLIGHT-VALIDATE.
      *================================================================*
      *--- RECONCILES THE CONTROL FILES AGAINST EACH OTHER AND        ---
      *--- AGAINST streamflow.csv BEFORE A SINGLE ROW IS ACCUMULATED, ---
      *--- SO A FAT-FINGERED CROSSWALK OR BASELINE EDIT STOPS THE JOB ---
      *--- INSTEAD OF QUIETLY DEGRADING THE PUBLISHED REPORT. LOAD-   ---
      *--- TIME FINDINGS (DUPLICATE MASTER ROWS, ORPHAN BASELINES,    ---
      *--- MISSING DRAINAGE AREAS) ARE ALREADY IN THE ISSUE TABLE BY  ---
      *--- THE TIME THIS RUNS.                                        ---
           DISPLAY 'SIERRA-FLOW V2.0: PREFLIGHT VALIDATION...'
           PERFORM 1810-CHECK-STATION-TABLE
           PERFORM 1820-SCAN-STREAMFLOW
           PERFORM 1870-EVALUATE-PREFLIGHT-GATE
           PERFORM 1860-WRITE-PREFLIGHT-REPORT
           DISPLAY 'SIERRA-FLOW V2.0: PREFLIGHT FOUND '
               WS-PF-ERROR-COUNT ' ERROR(S), '
               WS-PF-WARN-COUNT ' WARNING(S)'
           IF WS-PF-REFUSED = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RUN REFUSED BY PREFLIGHT VALIDATION - '
                       DELIMITED BY SIZE
                   'SEE preflight-report.txt' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE RPT-LINE FROM WS-REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY 'SIERRA-FLOW V2.0: RUN REFUSED BY PREFLIGHT - '
                   'FIX CONTROL FILES AND RESUBMIT'
               MOVE 'RUN-REFUSED'     TO WS-RL-EVENT
               MOVE 'PREFLIGHT GATE'  TO WS-RL-DETAIL
               MOVE WS-PF-ERROR-COUNT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'RUN-END'         TO WS-RL-EVENT
               MOVE 'ABNORMAL (RC=8)' TO WS-RL-DETAIL
               MOVE 0                 TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               IF RUN-LOG-AVAILABLE
                   CLOSE RUN-LOG-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *================================================================*
       1810-CHECK-STATION-TABLE.
      *================================================================*
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT

               IF ST-MEDIAN(STN-IDX) = 1
                   MOVE 'WARNING' TO WS-PF-SEVERITY
                   MOVE ST-SITE-ID(STN-IDX) TO WS-PF-SITE
                   MOVE 'NO BASELINE - PCT-NORMAL UNRELIABLE'
                       TO WS-PF-DETAIL
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF

               IF ST-LOW-THRESH(STN-IDX) >= ST-HIGH-THRESH(STN-IDX)
                   MOVE 'ERROR' TO WS-PF-SEVERITY
                   MOVE ST-SITE-ID(STN-IDX) TO WS-PF-SITE
                   MOVE 'LOW THRESHOLD >= HIGH THRESHOLD'
                       TO WS-PF-DETAIL
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF

               IF (ST-ACTION-STAGE(STN-IDX) > 0
                       AND ST-MINOR-STAGE(STN-IDX) > 0
                       AND ST-ACTION-STAGE(STN-IDX) >=
                           ST-MINOR-STAGE(STN-IDX))
                   OR (ST-MINOR-STAGE(STN-IDX) > 0
                       AND ST-MODERATE-STAGE(STN-IDX) > 0
                       AND ST-MINOR-STAGE(STN-IDX) >=
                           ST-MODERATE-STAGE(STN-IDX))
                   OR (ST-MODERATE-STAGE(STN-IDX) > 0
                       AND ST-MAJOR-STAGE(STN-IDX) > 0
                       AND ST-MODERATE-STAGE(STN-IDX) >=
                           ST-MAJOR-STAGE(STN-IDX))
                   MOVE 'WARNING' TO WS-PF-SEVERITY
                   MOVE ST-SITE-ID(STN-IDX) TO WS-PF-SITE
                   MOVE 'FLOOD-STAGE TIERS OUT OF ORDER'
                       TO WS-PF-DETAIL
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF

      *--- STN-SCAN-IDX, NOT 8400: THE BINARY SEARCH WOULD CLOBBER    ---
      *--- THE STN-IDX THIS LOOP IS STANDING ON                       ---
               IF ST-UPSTREAM-SITE(STN-IDX) NOT = SPACES
                   MOVE 'N' TO WS-UPSTREAM-FOUND
                   PERFORM VARYING STN-SCAN-IDX FROM 1 BY 1
                       UNTIL STN-SCAN-IDX > WS-STATION-COUNT
                           OR WS-UPSTREAM-FOUND = 'Y'
                       IF ST-SITE-ID(STN-SCAN-IDX) =
                           ST-UPSTREAM-SITE(STN-IDX)
                           MOVE 'Y' TO WS-UPSTREAM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-UPSTREAM-FOUND = 'N'
                       MOVE 'WARNING' TO WS-PF-SEVERITY
                       MOVE ST-SITE-ID(STN-IDX) TO WS-PF-SITE
                       MOVE 'UPSTREAM SITE NOT IN STATION MASTER'
                           TO WS-PF-DETAIL
                       PERFORM 8300-RECORD-PREFLIGHT-ISSUE
                   END-IF
               END-IF

           END-PERFORM.

      *================================================================*
       1820-SCAN-STREAMFLOW.
      *================================================================*
      *--- READ-ONLY PRE-PASS OVER streamflow.csv: EVERY DATA ROW'S   ---
      *--- SITE MUST BE IN THE CROSSWALK (ELSE IT WILL FALL TO BASIN  ---
      *--- OTHER) AND ITS DATE MUST PARSE. EACH DISTINCT SITE IS      ---
      *--- REPORTED ONCE. THE FILE IS CLOSED AGAIN BEFORE             ---
      *--- 3000-PROCESS-STREAMFLOW OPENS IT FOR REAL.                 ---
           OPEN INPUT STREAMFLOW-FILE
           IF WS-SF-STATUS NOT = '00'
               MOVE 'ERROR'  TO WS-PF-SEVERITY
               MOVE SPACES   TO WS-PF-SITE
               MOVE 'streamflow.csv MISSING OR UNREADABLE'
                   TO WS-PF-DETAIL
               PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE 'N' TO WS-EOF-PFS
           PERFORM UNTIL EOF-PREFLIGHT-SCAN
               READ STREAMFLOW-FILE INTO SF-RECORD
                   AT END SET EOF-PREFLIGHT-SCAN TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           ADD 1 TO WS-PF-SCAN-LINES
                           PERFORM 1825-CHECK-STREAMFLOW-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAMFLOW-FILE.

      *================================================================*
       1825-CHECK-STREAMFLOW-ROW.
      *================================================================*
           MOVE SF-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-TIMESTAMP-STR
           MOVE WS-TIMESTAMP-STR(1:10)              TO WS-MEAS-DATE

           IF WS-SITE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-DAY-COUNT > 0
               PERFORM 1826-MARK-USGS-DAY
           END-IF

           MOVE WS-SITE-ID TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE
           IF WS-FOUND-STATION = 'N'
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-SITE-ID TO WS-PF-SITE
               MOVE 'SITE NOT IN STATION MASTER' TO WS-PF-DETAIL
               PERFORM 1830-ISSUE-ALREADY-LOGGED
               IF WS-PF-DUP-ISSUE = 'N'
                   ADD 1 TO WS-PF-UNKNOWN-SITES
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF
           END-IF

           PERFORM 1835-VALIDATE-DATE-FORMAT
           IF WS-PF-DATE-OK = 'N'
               ADD 1 TO WS-PF-BAD-DATES
               MOVE 'ERROR' TO WS-PF-SEVERITY
               MOVE WS-SITE-ID TO WS-PF-SITE
               MOVE 'UNPARSEABLE DATE(S) IN STREAMFLOW'
                   TO WS-PF-DETAIL
               PERFORM 1830-ISSUE-ALREADY-LOGGED
               IF WS-PF-DUP-ISSUE = 'N'
                   PERFORM 8300-RECORD-PREFLIGHT-ISSUE
               END-IF
           END-IF.

      *================================================================*
       1826-MARK-USGS-DAY.
      *================================================================*
      *--- A STATION-DAY CDEC ALSO REPORTED IS MARKED WHEN THIS USGS  ---
      *--- ROW CARRIES A USABLE FLOW OR STAGE, SO A USGS-PRECEDENCE   ---
      *--- STATION ONLY DROPS ITS CDEC ROWS ON A DAY USGS ACTUALLY    ---
      *--- COVERED. TEMPERATURE, ICE, EQUIPMENT, SHUTDOWN AND         ---
      *--- SENTINEL ROWS DO NOT COUNT.                                ---
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-DISCHARGE-STR
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-GAGE-HT-STR
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING) TO WS-QUAL-STR
           MOVE FUNCTION TRIM(WS-FIELDS(7) LEADING) TO WS-PARAM-STR
           IF WS-PARAM-STR = '00010'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-QUAL-STR)      TO WS-QUAL-UC
           MOVE FUNCTION UPPER-CASE(WS-DISCHARGE-STR) TO WS-DIS-UC
           IF WS-QUAL-UC = 'ICE' OR WS-QUAL-UC = 'EQP'
               OR WS-QUAL-UC = 'SSN'
               OR WS-DIS-UC = 'ICE' OR WS-DIS-UC = 'EQP'
               OR WS-DIS-UC = 'SSN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-USGS-USABLE
           IF WS-DISCHARGE-STR = SPACES
               IF WS-GAGE-HT-STR NOT = SPACES
                   MOVE 'Y' TO WS-USGS-USABLE
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DISCHARGE-STR) = 0
                   IF FUNCTION NUMVAL(WS-DISCHARGE-STR) NOT = -999999
                       MOVE 'Y' TO WS-USGS-USABLE
                   END-IF
               END-IF
           END-IF
           IF WS-USGS-USABLE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SITE-ID   TO WS-CDD-LK-SITE
           MOVE WS-MEAS-DATE TO WS-CDD-LK-DATE
           PERFORM 8495-FIND-CDEC-DAY
           IF WS-CDD-FOUND = 'Y'
               MOVE 'Y' TO CDD-USGS(CDD-IDX)
           END-IF.

      *================================================================*
       1830-ISSUE-ALREADY-LOGGED.
      *================================================================*
      *--- A 550,000-ROW FEED FROM ONE ORPHAN GAGE SHOULD PRODUCE ONE ---
      *--- REPORT LINE, NOT 550,000, SO REPEAT FINDINGS FOR THE SAME  ---
      *--- SITE AND DETAIL ARE FOLDED INTO THE FIRST.                 ---
           MOVE 'N' TO WS-PF-DUP-ISSUE
           PERFORM VARYING PFI-IDX FROM 1 BY 1
               UNTIL PFI-IDX > WS-PF-ISSUE-COUNT
                   OR WS-PF-DUP-ISSUE = 'Y'
               IF PFI-SITE-ID(PFI-IDX) = WS-PF-SITE
                   AND PFI-DETAIL(PFI-IDX) = WS-PF-DETAIL
                   MOVE 'Y' TO WS-PF-DUP-ISSUE
               END-IF
           END-PERFORM.

      *================================================================*
       1835-VALIDATE-DATE-FORMAT.
      *================================================================*
           MOVE 'Y' TO WS-PF-DATE-OK
           IF WS-MEAS-DATE(5:1) NOT = '-'
               OR WS-MEAS-DATE(8:1) NOT = '-'
               OR WS-MEAS-DATE(1:4) NOT NUMERIC
               OR WS-MEAS-DATE(6:2) NOT NUMERIC
               OR WS-MEAS-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-PF-DATE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEAS-DATE(6:2) TO WS-DTJ-MONTH
           MOVE WS-MEAS-DATE(9:2) TO WS-DTJ-DAY
           IF WS-DTJ-MONTH < 1 OR WS-DTJ-MONTH > 12
               OR WS-DTJ-DAY < 1 OR WS-DTJ-DAY > 31
               MOVE 'N' TO WS-PF-DATE-OK
               EXIT PARAGRAPH
           END-IF
      *--- INTEGER-OF-DATE RETURNS ZERO FOR A CALENDAR-IMPOSSIBLE     ---
      *--- DATE (FEB 31), WHICH THE RANGE CHECKS ABOVE CANNOT SEE     ---
           MOVE WS-MEAS-DATE TO WS-DATE-CONV-STR
           PERFORM 8200-DATE-TO-JULIAN
           IF WS-CHECK-JULIAN = 0
               MOVE 'N' TO WS-PF-DATE-OK
           END-IF.

      *================================================================*
       1860-WRITE-PREFLIGHT-REPORT.
      *================================================================*
           OPEN OUTPUT PREFLIGHT-FILE
           IF WS-PFR-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN preflight-report.txt'
               EXIT PARAGRAPH
           END-IF
           MOVE 'SIERRA-FLOW PREFLIGHT DISCREPANCY REPORT'
               TO PFR-LINE
           WRITE PFR-LINE
           MOVE SPACES TO PFR-LINE
           STRING 'PROCESSING DATE: ' DELIMITED BY SIZE
               WS-DATE-FORMATTED DELIMITED BY SIZE
               INTO PFR-LINE
           END-STRING
           WRITE PFR-LINE
           MOVE SPACES TO PFR-LINE
           WRITE PFR-LINE

           IF WS-PF-ISSUE-COUNT = 0
               MOVE '  NO DISCREPANCIES FOUND' TO PFR-LINE
               WRITE PFR-LINE
           ELSE
               PERFORM VARYING PFI-IDX FROM 1 BY 1
                   UNTIL PFI-IDX > WS-PF-ISSUE-COUNT
                   MOVE SPACES TO WS-PFR-DETAIL-LINE
                   MOVE PFI-SEVERITY(PFI-IDX) TO PFD-SEVERITY
                   MOVE PFI-SITE-ID(PFI-IDX)  TO PFD-SITE-ID
                   MOVE PFI-DETAIL(PFI-IDX)   TO PFD-DETAIL
                   WRITE PFR-LINE FROM WS-PFR-DETAIL-LINE
               END-PERFORM
           END-IF

           MOVE SPACES TO PFR-LINE
           WRITE PFR-LINE
           MOVE SPACES TO WS-PFR-COUNT-LINE
           MOVE 'ERRORS:  '          TO PFC-LABEL
           MOVE WS-PF-ERROR-COUNT    TO PFC-VALUE
           WRITE PFR-LINE FROM WS-PFR-COUNT-LINE
           MOVE SPACES TO WS-PFR-COUNT-LINE
           MOVE 'WARNINGS:'          TO PFC-LABEL
           MOVE WS-PF-WARN-COUNT     TO PFC-VALUE
           WRITE PFR-LINE FROM WS-PFR-COUNT-LINE
           MOVE SPACES TO WS-PFR-COUNT-LINE
           MOVE 'UNPARSEABLE DATE ROWS:'    TO PFC-LABEL
           MOVE WS-PF-BAD-DATES      TO PFC-VALUE
           WRITE PFR-LINE FROM WS-PFR-COUNT-LINE
           MOVE SPACES TO PFR-LINE
           WRITE PFR-LINE
           IF WS-PF-REFUSED = 'Y'
               MOVE 'VERDICT: RUN REFUSED (ABORT LEVEL ' TO PFR-LINE
               STRING 'VERDICT: RUN REFUSED (ABORT LEVEL '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PF-ABORT-LEVEL) DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO PFR-LINE
               END-STRING
           ELSE
               MOVE 'VERDICT: RUN PERMITTED' TO PFR-LINE
           END-IF
           WRITE PFR-LINE
           CLOSE PREFLIGHT-FILE.

      *================================================================*
       1870-EVALUATE-PREFLIGHT-GATE.
      *================================================================*
           MOVE 'N' TO WS-PF-REFUSED
           EVALUATE WS-PF-ABORT-LEVEL
               WHEN 'NONE'
                   CONTINUE
               WHEN 'WARNING'
                   IF WS-PF-ERROR-COUNT > 0 OR WS-PF-WARN-COUNT > 0
                       MOVE 'Y' TO WS-PF-REFUSED
                   END-IF
               WHEN OTHER
                   IF WS-PF-ERROR-COUNT > 0
                       MOVE 'Y' TO WS-PF-REFUSED
                   END-IF
           END-EVALUATE.

      *================================================================*
       2000-LOAD-BASELINES.
      *================================================================*
           DISPLAY 'SIERRA-FLOW V2.0: LOADING BASELINES...'
           OPEN INPUT BASELINE-FILE
           IF WS-BL-STATUS NOT = '00'
               DISPLAY 'WARNING: baselines.csv NOT FOUND'
               DISPLAY 'PERCENT OF NORMAL WILL NOT BE CALCULATED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-BASELINE
               READ BASELINE-FILE INTO BL-RECORD
                   AT END SET EOF-BASELINE TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 2100-PARSE-BASELINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASELINE-FILE
           DISPLAY 'SIERRA-FLOW V2.0: BASELINES LOADED'.

      *================================================================*
       2100-PARSE-BASELINE.
      *================================================================*
           ADD 1 TO WS-BL-ROWS-IN
           MOVE BL-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING)
               TO WS-BL-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING)
               TO WS-BL-SITE-NAME
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING)
               TO WS-BL-MEDIAN-STR
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING)
               TO WS-BL-LOW-STR
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING)
               TO WS-BL-HIGH-STR

           IF WS-BL-MEDIAN-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BL-MEDIAN-STR)
                   TO WS-BL-MEDIAN
           END-IF
           IF WS-BL-LOW-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BL-LOW-STR)
                   TO WS-BL-LOW
           END-IF
           IF WS-BL-HIGH-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-BL-HIGH-STR)
                   TO WS-BL-HIGH
           END-IF

           MOVE WS-BL-SITE-ID TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE
           IF WS-FOUND-STATION = 'Y'
               SET STN-IDX TO WS-CURRENT-STN-IDX
               MOVE WS-BL-MEDIAN TO ST-MEDIAN(STN-IDX)
               MOVE WS-BL-LOW    TO ST-LOW-THRESH(STN-IDX)
               MOVE WS-BL-HIGH   TO ST-HIGH-THRESH(STN-IDX)
           END-IF

           IF WS-FOUND-STATION = 'N' AND WS-BL-SITE-ID NOT = SPACES
               MOVE 'WARNING' TO WS-PF-SEVERITY
               MOVE WS-BL-SITE-ID TO WS-PF-SITE
               MOVE 'BASELINE ROW HAS NO STATION-MASTER ROW'
                   TO WS-PF-DETAIL
               PERFORM 8300-RECORD-PREFLIGHT-ISSUE
           END-IF.

      *================================================================*
       2200-LOAD-WY-BASELINES.
      *================================================================*
      *--- baseline-history.csv CARRIES, PER STATION, ONE ROW PER      ---
      *--- WATER YEAR (SITE ID, WATER YEAR, MEAN, MEDIAN) SO SECTION   ---
      *--- IV CAN COMPARE THE CURRENT RUN AGAINST UP TO THE LAST 5     ---
      *--- WATER YEARS ON RECORD FOR EACH GAGE.                        ---
           DISPLAY 'SIERRA-FLOW V2.0: LOADING WATER-YEAR BASELINES...'
           OPEN INPUT WY-BASELINE-FILE
           IF WS-WYB-STATUS NOT = '00'
               DISPLAY 'WARNING: baseline-history.csv NOT FOUND'
               DISPLAY 'WATER-YEAR COMPARISON WILL BE SKIPPED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-WY-BASELINE
               READ WY-BASELINE-FILE INTO WYB-RECORD
                   AT END SET EOF-WY-BASELINE TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 2210-PARSE-WY-BASELINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WY-BASELINE-FILE
           PERFORM 2220-SORT-WY-TABLE
           DISPLAY 'SIERRA-FLOW V2.0: WATER-YEAR BASELINES LOADED - '
               WS-WY-COUNT ' ENTRIES'.

      *================================================================*
       2220-SORT-WY-TABLE.
      *================================================================*
      *--- baseline-history.csv IS NOT GUARANTEED TO BE SORTED, AND    ---
      *--- 6500-WRITE-SECTION-IV NEEDS EACH STATION'S ENTRIES IN       ---
      *--- MOST-RECENT-YEAR-FIRST ORDER, SO THE TABLE IS SORTED HERE   ---
      *--- BY SITE THEN YEAR DESCENDING RATHER THAN TRUSTING FILE OR   ---
      *--- LOAD ORDER.                                                 ---
           SORT WY-SORT-FILE
               ASCENDING KEY WYS-SITE-ID
               DESCENDING KEY WYS-YEAR
               INPUT  PROCEDURE 2221-WY-SORT-INPUT
               OUTPUT PROCEDURE 2222-WY-SORT-OUTPUT.

      *================================================================*
       2221-WY-SORT-INPUT.
      *================================================================*
           PERFORM VARYING WY-IDX FROM 1 BY 1
               UNTIL WY-IDX > WS-WY-COUNT
               MOVE WY-SITE-ID(WY-IDX) TO WYS-SITE-ID
               MOVE WY-YEAR(WY-IDX)    TO WYS-YEAR
               MOVE WY-MEAN(WY-IDX)    TO WYS-MEAN
               MOVE WY-MEDIAN(WY-IDX)  TO WYS-MEDIAN
               RELEASE WY-SORT-RECORD
           END-PERFORM.

      *================================================================*
       2222-WY-SORT-OUTPUT.
      *================================================================*
           MOVE 0   TO WS-WY-COUNT
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN WY-SORT-FILE INTO WY-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-WY-COUNT
                       SET WY-IDX TO WS-WY-COUNT
                       MOVE WYS-SITE-ID TO WY-SITE-ID(WY-IDX)
                       MOVE WYS-YEAR    TO WY-YEAR(WY-IDX)
                       MOVE WYS-MEAN    TO WY-MEAN(WY-IDX)
                       MOVE WYS-MEDIAN  TO WY-MEDIAN(WY-IDX)
           END-PERFORM.

      *================================================================*
       2210-PARSE-WY-BASELINE.
      *================================================================*
           ADD 1 TO WS-WYB-ROWS-IN
           MOVE WYB-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING)
               TO WS-WY-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING)
               TO WS-WY-YEAR-STR
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING)
               TO WS-WY-MEAN-STR
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING)
               TO WS-WY-MEDIAN-STR

           IF WS-WY-YEAR-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WY-YEAR-STR) TO WS-WY-YEAR
           END-IF
           IF WS-WY-MEAN-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WY-MEAN-STR) TO WS-WY-MEAN
           END-IF
           IF WS-WY-MEDIAN-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WY-MEDIAN-STR)
                   TO WS-WY-MEDIAN
           END-IF

           IF WS-WY-COUNT < 10000
               ADD 1 TO WS-WY-COUNT
               SET WY-IDX TO WS-WY-COUNT
               MOVE WS-WY-SITE-ID TO WY-SITE-ID(WY-IDX)
               MOVE WS-WY-YEAR    TO WY-YEAR(WY-IDX)
               MOVE WS-WY-MEAN    TO WY-MEAN(WY-IDX)
               MOVE WS-WY-MEDIAN  TO WY-MEDIAN(WY-IDX)
           END-IF.

      *================================================================*
       2300-APPLY-DOY-PERCENTILES.
      *================================================================*
      *--- flow-percentiles.csv CARRIES 366 ROWS PER SITE; ONLY THE   ---
      *--- ROW FOR THE STATION'S LAST REPORTED DAY IS KEPT. ITS P50   ---
      *--- REPLACES THE FLAT ANNUAL MEDIAN FROM baselines.csv SO THE  ---
      *--- PERCENT OF NORMAL IS SEASONAL; THE OTHER PERCENTILES FEED  ---
      *--- 4050-CLASSIFY-FLOW.                                        ---
           PERFORM VARYING DOY-IDX FROM 1 BY 1 UNTIL DOY-IDX > 2000
               MOVE 'N' TO DP-LOADED(DOY-IDX)
           END-PERFORM
           OPEN INPUT PERCENTILE-FILE
           IF WS-PCT-STATUS NOT = '00'
               DISPLAY 'WARNING: flow-percentiles.csv NOT FOUND'
               DISPLAY 'FLOW CLASSES WILL NOT BE ASSIGNED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-PERCENTILES
               READ PERCENTILE-FILE INTO PCT-RECORD
                   AT END SET EOF-PERCENTILES TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 2310-PARSE-PERCENTILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERCENTILE-FILE
           DISPLAY 'SIERRA-FLOW V2.0: FLOW PERCENTILES APPLIED - '
               WS-PCT-APPLIED ' STATIONS'.

      *================================================================*
       2310-PARSE-PERCENTILE.
      *================================================================*
           ADD 1 TO WS-PCT-ROWS-IN
           MOVE PCT-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING)
               TO WS-PCT-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING)
               TO WS-PCT-MONTH-DAY
           MOVE WS-PCT-SITE-ID TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE
           IF WS-FOUND-STATION = 'N'
               EXIT PARAGRAPH
           END-IF
           SET STN-IDX TO WS-CURRENT-STN-IDX
           IF ST-LAST-DATE(STN-IDX) = SPACES
               MOVE WS-DATE-FORMATTED(6:5) TO WS-PCT-DAY-KEY
           ELSE
               MOVE ST-LAST-DATE(STN-IDX)(6:5) TO WS-PCT-DAY-KEY
           END-IF
           IF WS-PCT-MONTH-DAY NOT = WS-PCT-DAY-KEY
               EXIT PARAGRAPH
           END-IF

      *--- MIN, P10, P25, P50, P75, P90, MAX ARE FIELDS 3 THRU 9 ---
           PERFORM VARYING WS-PCT-SUB FROM 1 BY 1 UNTIL WS-PCT-SUB > 7
               MOVE ZEROS TO WS-PCT-VALUE(WS-PCT-SUB)
               IF WS-FIELDS(WS-PCT-SUB + 2) NOT = SPACES
                   MOVE FUNCTION NUMVAL(
                        WS-FIELDS(WS-PCT-SUB + 2))
                       TO WS-PCT-VALUE(WS-PCT-SUB)
               END-IF
           END-PERFORM

           SET DOY-IDX TO WS-CURRENT-STN-IDX
           IF DP-LOADED(DOY-IDX) NOT = 'Y'
               ADD 1 TO WS-PCT-APPLIED
           END-IF
           MOVE 'Y'              TO DP-LOADED(DOY-IDX)
           MOVE WS-PCT-VALUE(1)  TO DP-MIN(DOY-IDX)
           MOVE WS-PCT-VALUE(2)  TO DP-P10(DOY-IDX)
           MOVE WS-PCT-VALUE(3)  TO DP-P25(DOY-IDX)
           MOVE WS-PCT-VALUE(5)  TO DP-P75(DOY-IDX)
           MOVE WS-PCT-VALUE(6)  TO DP-P90(DOY-IDX)
           MOVE WS-PCT-VALUE(7)  TO DP-MAX(DOY-IDX)
           IF WS-PCT-VALUE(4) > ZEROS
               MOVE WS-PCT-VALUE(4) TO ST-MEDIAN(STN-IDX)
           END-IF.

      *================================================================*
       3000-PROCESS-STREAMFLOW.
      *================================================================*
           DISPLAY 'SIERRA-FLOW V2.0: PROCESSING STREAMFLOW...'
           OPEN INPUT STREAMFLOW-FILE
           IF WS-SF-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN streamflow.csv'
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-STREAMFLOW
               READ STREAMFLOW-FILE INTO SF-RECORD
                   AT END SET EOF-STREAMFLOW TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           ADD 1 TO WS-LINES-READ
                           IF RESTART-FROM-CHECKPOINT
                               AND WS-LINES-READ <= WS-RESTART-RECORDS
                               ADD 1 TO WS-RESTART-SKIPPED
                           ELSE
                               MOVE SF-RECORD TO WS-PARSE-LINE
                               PERFORM 3100-PROCESS-RECORD
                               PERFORM 3300-CHECKPOINT-IF-DUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAMFLOW-FILE
           PERFORM 3800-PROCESS-CDEC-READINGS
           PERFORM 3700-FLUSH-UNIT-VALUES
           PERFORM 3400-CLEAR-CHECKPOINT
           DISPLAY 'SIERRA-FLOW V2.0: READ ' WS-TOTAL-RECORDS
               ' DATA RECORDS'
           IF WS-RESTART-SKIPPED > 0
               DISPLAY 'SIERRA-FLOW V2.0: SKIPPED ' WS-RESTART-SKIPPED
                   ' ALREADY-PROCESSED RECORDS ON RESTART'
           END-IF.

      *================================================================*
       3100-PROCESS-RECORD.
      *================================================================*
      *--- CALLER HAS MOVED THE streamflow.csv-LAYOUT ROW TO          ---
      *--- WS-PARSE-LINE                                              ---
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-SITE-NAME
           MOVE FUNCTION TRIM(WS-FIELDS(3) LEADING) TO WS-TIMESTAMP-STR
           MOVE WS-TIMESTAMP-STR(1:10)              TO WS-MEAS-DATE
           MOVE FUNCTION TRIM(WS-FIELDS(4) LEADING) TO WS-DISCHARGE-STR
           MOVE FUNCTION TRIM(WS-FIELDS(5) LEADING) TO WS-GAGE-HT-STR
           MOVE FUNCTION TRIM(WS-FIELDS(6) LEADING) TO WS-QUAL-STR
           MOVE FUNCTION TRIM(WS-FIELDS(7) LEADING) TO WS-PARAM-STR

           MOVE 'N' TO WS-ALERT-FLAG
           MOVE 'N' TO WS-RATED-FLAG
           MOVE 'N' TO WS-EST-FLAG
           MOVE 'N' TO WS-SHIFT-FLAG
           IF WS-SITE-ID = SPACES
               ADD 1 TO WS-SKIP-NO-SITE
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF
      *--- A CATCH-UP DAY SEES ONLY ITS OWN CALENDAR DAY'S ROWS; THE  ---
      *--- REST OF THE FILE BELONGS TO THE OTHER DAYS OF THE RANGE    ---
           IF CATCH-UP-DAY AND WS-MEAS-DATE NOT = WS-DATE-FORMATTED
               ADD 1 TO WS-SKIP-OTHER-DAY
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-DAY-COUNT > 0
               PERFORM 3105-CHECK-SOURCE-PRECEDENCE
               IF WS-SRC-SUPERSEDED = 'Y'
                   ADD 1 TO WS-SKIP-SUPERSEDED
                   ADD 1 TO WS-SKIPPED-RECORDS
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *--- FIELD 7 IS EITHER THE USGS PARAMETER CODE (00010 MARKS THE ---
      *--- ROW AS A WATER-TEMPERATURE OBSERVATION, VALUE IN THE       ---
      *--- DISCHARGE COLUMN) OR A BARE TEMPERATURE RIDING ALONGSIDE A ---
      *--- DISCHARGE ROW; BOTH FORMS OCCUR IN REAL FEEDS.             ---
           MOVE 'N' TO WS-TEMP-PRESENT
           IF WS-PARAM-STR = '00010'
               PERFORM 3160-ACCUMULATE-TEMPERATURE
               EXIT PARAGRAPH
           END-IF
      *--- ANY OTHER 5-DIGIT FIELD IS A USGS PARAMETER CODE (00060    ---
      *--- DISCHARGE, 00065 STAGE, ...), NOT A READING -- ONLY A      ---
      *--- NON-CODE NUMERIC RIDES ALONG AS A TEMPERATURE              ---
           IF WS-PARAM-STR(1:5) NUMERIC
               AND WS-PARAM-STR(6:3) = SPACES
               CONTINUE
           ELSE
               IF WS-PARAM-STR NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-PARAM-STR) = 0
                   MOVE FUNCTION NUMVAL(WS-PARAM-STR) TO WS-TEMP-VAL
                   MOVE 'Y' TO WS-TEMP-PRESENT
               END-IF
           END-IF

           MOVE ZEROS TO WS-GAGE-HT
           MOVE 'N'   TO WS-GH-PRESENT
           IF WS-GAGE-HT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-GAGE-HT-STR) TO WS-GAGE-HT
               MOVE 'Y' TO WS-GH-PRESENT
           END-IF

           PERFORM 3120-CLASSIFY-QUALIFIER
           IF WS-QUAL-DISP = 'X'
               EXIT PARAGRAPH
           END-IF

           IF WS-DISCHARGE-STR = SPACES
               PERFORM 3150-RATE-DISCHARGE
               IF NOT RATED-DISCHARGE
                   ADD 1 TO WS-SKIP-NO-VALUE
                   ADD 1 TO WS-SKIPPED-RECORDS
                   EXIT PARAGRAPH
               END-IF
           ELSE
      *--- A VALUE THAT IS NEITHER A KNOWN CODE NOR A NUMBER IS NOT   ---
      *--- FED TO NUMVAL (WHICH WOULD QUIETLY YIELD ZERO)             ---
               IF FUNCTION TEST-NUMVAL(WS-DISCHARGE-STR) NOT = 0
                   ADD 1 TO WS-SKIP-NO-VALUE
                   ADD 1 TO WS-SKIPPED-RECORDS
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-DISCHARGE-STR) TO WS-DISCHARGE
               IF WS-DISCHARGE = -999999
                   ADD 1 TO WS-SKIP-SENTINEL
                   ADD 1 TO WS-SKIPPED-RECORDS
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *--- A TIME-OF-DAY AFTER THE DATE MARKS A TELEMETRY UNIT VALUE  ---
           IF WS-TIMESTAMP-STR(11:6) NOT = SPACES
               SET UNIT-VALUES-SEEN TO TRUE
               PERFORM 3590-HOLD-UNIT-VALUE
           ELSE
               PERFORM 3200-ACCUMULATE-STATION
           END-IF.

      *================================================================*
       3105-CHECK-SOURCE-PRECEDENCE.
      *================================================================*
      *--- WHEN BOTH AGENCIES REPORT A STATION-DAY THE STATION'S      ---
      *--- SOURCE_PRECEDENCE DECIDES WHOSE ROWS ARE USED, AND THE     ---
      *--- OTHER AGENCY'S ROWS FOR THAT DAY (TEMPERATURE INCLUDED)    ---
      *--- ARE SKIPPED, SO ONE STATION-DAY NEVER MIXES TWO AGENCIES'  ---
      *--- NUMBERS. A USGS ROW LOSES WHEN CDEC HAS THE DAY AND IS     ---
      *--- PREFERRED; A CDEC ROW LOSES WHEN USGS IS PREFERRED AND     ---
      *--- REPORTED THE DAY (1826).                                   ---
           MOVE 'N' TO WS-SRC-SUPERSEDED
           MOVE WS-SITE-ID   TO WS-CDD-LK-SITE
           MOVE WS-MEAS-DATE TO WS-CDD-LK-DATE
           PERFORM 8495-FIND-CDEC-DAY
           IF WS-CDD-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-SOURCE = 'USGS'
               IF CDD-PREF(CDD-IDX) = 'CDEC'
                   MOVE 'Y' TO WS-SRC-SUPERSEDED
               END-IF
           ELSE
               IF CDD-PREF(CDD-IDX) = 'USGS'
                   AND CDD-USGS(CDD-IDX) = 'Y'
                   MOVE 'Y' TO WS-SRC-SUPERSEDED
               END-IF
           END-IF.

      *================================================================*
       3120-CLASSIFY-QUALIFIER.
      *================================================================*
      *--- HONORS THE QUALIFICATION CODES USGS ACTUALLY SHIPS: 'Ice'  ---
      *--- AND 'Eqp' READINGS ARE EXCLUDED FROM STATS BUT COUNTED ON  ---
      *--- THE STATION (SECTION I-C), 'Ssn' (SEASONAL SHUTDOWN) IS    ---
      *--- SKIPPED, AND AN 'e' CODE OR TRAILING-e VALUE IS INCLUDED   ---
      *--- BUT TALLIED AS ESTIMATED. THE CODE MAY ARRIVE IN ITS OWN   ---
      *--- COLUMN OR IN THE VALUE COLUMN ITSELF (BOTH OCCUR IN REAL   ---
      *--- FEEDS), SO BOTH ARE INSPECTED.                             ---
           MOVE 'I' TO WS-QUAL-DISP
           MOVE FUNCTION UPPER-CASE(WS-QUAL-STR)      TO WS-QUAL-UC
           MOVE FUNCTION UPPER-CASE(WS-DISCHARGE-STR) TO WS-DIS-UC
           IF WS-DIS-UC = 'ICE' OR WS-DIS-UC = 'EQP'
               OR WS-DIS-UC = 'SSN'
               MOVE WS-DIS-UC(1:8) TO WS-QUAL-UC
               MOVE SPACES TO WS-DISCHARGE-STR
           END-IF

           EVALUATE WS-QUAL-UC
               WHEN 'ICE'
                   PERFORM 3130-COUNT-EXCLUDED-READING
                   ADD 1 TO WS-SKIP-ICE
                   ADD 1 TO WS-SKIPPED-RECORDS
                   MOVE 'X' TO WS-QUAL-DISP
               WHEN 'EQP'
                   PERFORM 3130-COUNT-EXCLUDED-READING
                   ADD 1 TO WS-SKIP-EQP
                   ADD 1 TO WS-SKIPPED-RECORDS
                   MOVE 'X' TO WS-QUAL-DISP
               WHEN 'SSN'
                   ADD 1 TO WS-SKIP-SSN
                   ADD 1 TO WS-SKIPPED-RECORDS
                   MOVE 'X' TO WS-QUAL-DISP
               WHEN 'E'
                   MOVE 'Y' TO WS-EST-FLAG
           END-EVALUATE

      *--- A TRAILING 'e' ON THE VALUE ITSELF ALSO MARKS AN ESTIMATE  ---
           IF WS-QUAL-DISP = 'I' AND WS-DISCHARGE-STR NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-DISCHARGE-STR TRAILING)) TO WS-DIS-LEN
               IF WS-DIS-LEN > 1
                   AND WS-DIS-UC(WS-DIS-LEN:1) = 'E'
                   MOVE 'Y'   TO WS-EST-FLAG
                   MOVE SPACE TO WS-DISCHARGE-STR(WS-DIS-LEN:1)
               END-IF
           END-IF.

      *================================================================*
       3130-COUNT-EXCLUDED-READING.
      *================================================================*
      *--- AN ICE- OR EQUIPMENT-AFFECTED READING STILL REGISTERS ITS  ---
      *--- STATION SO THE EXCLUSION IS VISIBLE PER GAGE IN SECTION    ---
      *--- I-C, EVEN THOUGH THE VALUE NEVER REACHES THE ACCUMULATORS. ---
           PERFORM 3250-LOCATE-STATION
           IF WS-STATION-READY = 'Y'
               SET STN-IDX TO WS-CURRENT-STN-IDX
               IF WS-QUAL-UC = 'ICE'
                   ADD 1 TO ST-ICE-COUNT(STN-IDX)
               ELSE
                   ADD 1 TO ST-EQP-COUNT(STN-IDX)
               END-IF
           END-IF.

      *================================================================*
       3150-RATE-DISCHARGE.
      *================================================================*
      *--- A ROW WITH A GAGE HEIGHT BUT NO DISCHARGE IS CONVERTED     ---
      *--- THROUGH THE STATION'S RATING CURVE (8435). NO CURVE FOR    ---
      *--- THE SITE LEAVES THE ROW UNRATED AND IT IS SKIPPED AS       ---
      *--- BEFORE. WHEN FIELD MEASUREMENTS SHOW THE CHANNEL HAS MOVED ---
      *--- OFF THE CURVE, THE STAGE IS FIRST MOVED BY THE SHIFT IN    ---
      *--- EFFECT ON THE READING'S DATE (3155) AND THE READING IS     ---
      *--- FLAGGED AS SHIFT-ADJUSTED.                                 ---
           IF WS-GAGE-HT-STR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SHIFT-FT
           IF WS-FM-USED-COUNT > 0
               PERFORM 3155-FIND-SHIFT
           END-IF
           COMPUTE WS-RT-IN-STAGE = WS-GAGE-HT + WS-SHIFT-FT
           PERFORM 8435-INTERPOLATE-RATING
           IF WS-RT-RATED = 'Y'
               MOVE WS-RT-OUT-DISCH TO WS-DISCHARGE
               MOVE 'Y' TO WS-RATED-FLAG
               IF WS-SHIFT-FT NOT = 0
                   MOVE 'Y' TO WS-SHIFT-FLAG
               END-IF
           END-IF.

      *================================================================*
       3155-FIND-SHIFT.
      *================================================================*
      *--- THE SHIFT FOR WS-SITE-ID ON WS-MEAS-DATE, PRORATED BY DATE ---
      *--- BETWEEN THE USED MEASUREMENTS EITHER SIDE OF IT. AFTER THE ---
      *--- LAST MEASUREMENT ITS SHIFT IS HELD UNTIL THE NEXT VISIT;   ---
      *--- BEFORE THE FIRST ONE THE CURVE STANDS UNSHIFTED.           ---
           MOVE 'N' TO WS-SH-PRIOR-FOUND
           MOVE 'N' TO WS-SH-NEXT-FOUND
           PERFORM 8490-FIND-FMEAS-START
           IF WS-FM-START > WS-FM-COUNT
               EXIT PARAGRAPH
           END-IF
           SET FLM-IDX TO WS-FM-START
           IF FM-SITE-ID(FLM-IDX) NOT = WS-SITE-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEAS-DATE TO WS-DATE-CONV-STR
           PERFORM 8200-DATE-TO-JULIAN
           MOVE WS-CHECK-JULIAN TO WS-SH-READ-JULIAN
           PERFORM VARYING FLM-IDX FROM WS-FM-START BY 1
               UNTIL FLM-IDX > WS-FM-COUNT
                   OR FM-SITE-ID(FLM-IDX) NOT = WS-SITE-ID
                   OR WS-SH-NEXT-FOUND = 'Y'
               IF FM-USED(FLM-IDX)
                   IF FM-JULIAN(FLM-IDX) <= WS-SH-READ-JULIAN
                       MOVE FM-JULIAN(FLM-IDX) TO WS-SH-PRIOR-JULIAN
                       MOVE FM-SHIFT(FLM-IDX)  TO WS-SH-PRIOR-SHIFT
                       MOVE 'Y' TO WS-SH-PRIOR-FOUND
                   ELSE
                       MOVE FM-JULIAN(FLM-IDX) TO WS-SH-NEXT-JULIAN
                       MOVE FM-SHIFT(FLM-IDX)  TO WS-SH-NEXT-SHIFT
                       MOVE 'Y' TO WS-SH-NEXT-FOUND
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SH-PRIOR-FOUND = 'N'
                   CONTINUE
               WHEN WS-SH-NEXT-FOUND = 'N'
                   MOVE WS-SH-PRIOR-SHIFT TO WS-SHIFT-FT
               WHEN OTHER
                   COMPUTE WS-SHIFT-FT ROUNDED =
                       WS-SH-PRIOR-SHIFT +
                       (WS-SH-NEXT-SHIFT - WS-SH-PRIOR-SHIFT) *
                       (WS-SH-READ-JULIAN - WS-SH-PRIOR-JULIAN) /
                       (WS-SH-NEXT-JULIAN - WS-SH-PRIOR-JULIAN)
           END-EVALUATE.

      *================================================================*
       3160-ACCUMULATE-TEMPERATURE.
      *================================================================*
      *--- A PARAMETER-00010 ROW NEVER TOUCHES THE DISCHARGE          ---
      *--- ACCUMULATORS OR THE DATE LOG. TIMESTAMPED TEMPERATURE      ---
      *--- READINGS POOL STRAIGHT ONTO THE STATION RATHER THAN        ---
      *--- THROUGH THE UNIT-VALUE TABLE -- TEMPERATURE MOVES SLOWLY   ---
      *--- AND PER-READING MEAN/MIN/MAX IS WHAT THE FISHERY           ---
      *--- COOPERATORS ASKED FOR.                                     ---
           IF WS-DISCHARGE-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-DISCHARGE-STR) NOT = 0
               ADD 1 TO WS-SKIP-NO-VALUE
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF
           PERFORM 3250-LOCATE-STATION
           IF WS-STATION-READY = 'N'
               ADD 1 TO WS-SKIP-TABLE-FULL
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DISCHARGE-STR) TO WS-TEMP-VAL
           PERFORM 3165-ACCUMULATE-TEMP-ON-STATION
           PERFORM 3215-MARK-STATION-SOURCE
           ADD 1 TO WS-TOTAL-RECORDS
           ADD 1 TO WS-TEMP-ROWS.

      *================================================================*
       3165-ACCUMULATE-TEMP-ON-STATION.
      *================================================================*
      *--- CALLER HAS ALREADY LOCATED THE STATION AND SET WS-TEMP-VAL.---
           SET STN-IDX TO WS-CURRENT-STN-IDX
           ADD 1           TO ST-TMP-COUNT(STN-IDX)
           ADD WS-TEMP-VAL TO ST-TMP-SUM(STN-IDX)
           IF WS-TEMP-VAL < ST-TMP-MIN(STN-IDX)
               MOVE WS-TEMP-VAL TO ST-TMP-MIN(STN-IDX)
           END-IF
           IF WS-TEMP-VAL > ST-TMP-MAX(STN-IDX)
               MOVE WS-TEMP-VAL TO ST-TMP-MAX(STN-IDX)
           END-IF.

      *================================================================*
       3200-ACCUMULATE-STATION.
      *================================================================*
           PERFORM 3250-LOCATE-STATION
           IF WS-STATION-READY = 'N'
               ADD 1 TO WS-SKIP-TABLE-FULL
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF

           SET STN-IDX TO WS-CURRENT-STN-IDX
           ADD 1            TO ST-RECORD-COUNT(STN-IDX)
           ADD WS-DISCHARGE TO ST-SUM(STN-IDX)
      *--- NATURALIZED FLOW: OBSERVED PLUS THE DAY'S WITHDRAWALS      ---
      *--- UPSTREAM OF THE GAGE                                       ---
           PERFORM 3260-FIND-DAY-DIVERSIONS
           COMPUTE WS-NAT-DISCHARGE =
      *--- READING IN 3600-ACCUMULATE-UNIT-VALUE                      ---
           IF WS-UV-FLUSHING = 'N'
               ADD 1 TO WS-TOTAL-RECORDS
               PERFORM 3215-MARK-STATION-SOURCE
           END-IF

           IF WS-DISCHARGE < ST-MIN(STN-IDX)
           IF WS-DISCHARGE > ST-MAX(STN-IDX)
               MOVE WS-DISCHARGE TO ST-MAX(STN-IDX)
           END-IF
      *--- A FLUSHED UNIT-VALUE DAY SETS ITS PEAK IN 3710 FROM THE    ---
      *--- DAY'S INSTANTANEOUS EXTREMES, AND ONLY WHEN THE DAY IS     ---
      *--- COMPLETE                                                   ---
           IF WS-UV-FLUSHING = 'N'
               IF WS-DISCHARGE > ST-PEAK-CFS(STN-IDX)
                   MOVE WS-DISCHARGE TO ST-PEAK-CFS(STN-IDX)
               END-IF
               IF WS-GH-PRESENT = 'Y'
                   AND WS-GAGE-HT > ST-PEAK-GH(STN-IDX)
                   MOVE WS-GAGE-HT TO ST-PEAK-GH(STN-IDX)
               END-IF
           END-IF

           MOVE WS-MEAS-DATE  TO ST-LAST-DATE(STN-IDX)
           MOVE WS-DISCHARGE  TO ST-LAST-VALUE(STN-IDX)
           IF RATED-DISCHARGE
               ADD 1 TO ST-RATED-COUNT(STN-IDX)
           END-IF
           IF SHIFT-ADJUSTED
               ADD 1 TO ST-SHIFT-COUNT(STN-IDX)
           END-IF
           IF ESTIMATED-READING
               ADD 1 TO ST-EST-COUNT(STN-IDX)
           END-IF
               MOVE WS-MEAS-DATE TO DQL-DATE(DQL-IDX)
           END-IF

           IF WS-IFR-COUNT > 0
               PERFORM 3270-CHECK-INSTREAM-FLOW
           END-IF

           IF WS-GH-PRESENT = 'Y'
               ADD 1          TO ST-GH-COUNT(STN-IDX)
               ADD WS-GAGE-HT TO ST-GH-SUM(STN-IDX)
      *--- STATION-MASTER); AN UNLISTED SITE JUST FALLS TO 'OTHER'.   ---
           MOVE 'OTHER' TO ST-BASIN(STN-IDX).

      *================================================================*
       3215-MARK-STATION-SOURCE.
      *================================================================*
      *--- ST-SOURCE NAMES THE AGENCY (USGS OR CDEC) BEHIND THE       ---
      *--- STATION'S NUMBERS, OR USGS+CDEC WHEN THE RUN USED BOTH ON  ---
      *--- DIFFERENT DAYS. CALLER HAS SET STN-IDX. A FLUSHED          ---
      *--- UNIT-VALUE DAY WAS MARKED WHEN ITS READINGS WERE HELD      ---
      *--- (3590).                                                    ---
           IF ST-SOURCE(STN-IDX) = SPACES
               MOVE WS-ROW-SOURCE TO ST-SOURCE(STN-IDX)
           ELSE
               IF ST-SOURCE(STN-IDX) NOT = WS-ROW-SOURCE
                   MOVE 'USGS+CDEC' TO ST-SOURCE(STN-IDX)
               END-IF
           END-IF.

      *================================================================*
       3260-FIND-DAY-DIVERSIONS.
      *================================================================*
               END-IF
           END-PERFORM.

      *================================================================*
       3270-CHECK-INSTREAM-FLOW.
      *================================================================*
      *--- TESTS THIS STATION-DAY AGAINST THE INSTREAM MINIMUM IN     ---
      *--- FORCE ON WS-MEAS-DATE. A MEAN-BASIS LICENSE IS JUDGED ON   ---
      *--- THE DAY'S MEAN; AN INST-BASIS LICENSE ON THE DAY'S LOWEST  ---
      *--- INSTANTANEOUS VALUE (A FLUSHED UNIT-VALUE DAY'S UV-MIN; A  ---
      *--- DAILY ROW CARRIES ONLY ITS ONE VALUE). A NATURAL-FLOW CAP  ---
      *--- ROW ('OR NATURAL FLOW, WHICHEVER IS LESS') HOLDS THE       ---
      *--- REQUIREMENT TO THE DAY'S NATURALIZED FLOW, OBSERVED PLUS   ---
      *--- THE UPSTREAM WITHDRAWALS FROM diversions.csv. THE DEFICIT  ---
      *--- VOLUME IS ALWAYS FIGURED ON THE DAILY MEAN, SO AN INST-    ---
      *--- BASIS DAY CAN BE OUT OF COMPLIANCE WITH NO ACRE-FEET OWED. ---
           PERFORM 3275-SELECT-REQUIREMENT
           IF WS-IFR-HIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IFD-COUNT >= 100000
               IF WS-IFD-DROPPED = 0
                   DISPLAY 'WARNING: INSTREAM CHECK TABLE FULL - '
                       'LATER STATION-DAYS NOT CHECKED'
               END-IF
               ADD 1 TO WS-IFD-DROPPED
               EXIT PARAGRAPH
           END-IF

           SET IFR-IDX TO WS-IFR-HIT-IDX
           IF IR-BASIS(IFR-IDX) = 'INST' AND WS-UV-FLUSHING = 'Y'
               MOVE UV-MIN(UV-IDX) TO WS-IFR-OBSERVED
           ELSE
               MOVE WS-DISCHARGE   TO WS-IFR-OBSERVED
           END-IF
           MOVE IR-MIN-CFS(IFR-IDX) TO WS-IFR-REQUIRED
           IF IR-NAT-CAP(IFR-IDX) = 'Y'
               AND WS-NAT-DISCHARGE < WS-IFR-REQUIRED
               IF WS-NAT-DISCHARGE > 0
                   MOVE WS-NAT-DISCHARGE TO WS-IFR-REQUIRED
               ELSE
                   MOVE 0 TO WS-IFR-REQUIRED
               END-IF
           END-IF

           ADD 1 TO WS-IFD-COUNT
           SET IFD-IDX TO WS-IFD-COUNT
           MOVE WS-SITE-ID          TO ID-SITE-ID(IFD-IDX)
           MOVE WS-MEAS-DATE        TO ID-DATE(IFD-IDX)
           MOVE IR-LICENSE(IFR-IDX) TO ID-LICENSE(IFD-IDX)
           MOVE IR-BASIS(IFR-IDX)   TO ID-BASIS(IFD-IDX)
           MOVE IR-MIN-CFS(IFR-IDX) TO ID-MIN-CFS(IFD-IDX)
           MOVE WS-IFR-REQUIRED     TO ID-REQUIRED(IFD-IDX)
           MOVE WS-IFR-OBSERVED     TO ID-OBSERVED(IFD-IDX)
           MOVE WS-NAT-DISCHARGE    TO ID-NATURAL(IFD-IDX)
           MOVE ZEROS TO ID-SHORT-CFS(IFD-IDX)
                         ID-DEFICIT-AF(IFD-IDX)
                         ID-CONSEC(IFD-IDX)
                         ID-WY-DEFICIT-AF(IFD-IDX)
           MOVE 'N'                 TO ID-ROLLED(IFD-IDX)
           IF WS-IFR-OBSERVED < WS-IFR-REQUIRED
               COMPUTE ID-SHORT-CFS(IFD-IDX) =
                   WS-IFR-REQUIRED - WS-IFR-OBSERVED
           END-IF
           IF WS-DISCHARGE < WS-IFR-REQUIRED
               COMPUTE WS-IFR-MEAN-SHORT =
                   WS-IFR-REQUIRED - WS-DISCHARGE
               COMPUTE ID-DEFICIT-AF(IFD-IDX) ROUNDED =
                   WS-IFR-MEAN-SHORT * WS-AF-PER-CFS-DAY
           END-IF.

      *================================================================*
       3275-SELECT-REQUIREMENT.
      *================================================================*
      *--- PICKS THE REQUIREMENT ROW FOR WS-SITE-ID WHOSE WINDOW      ---
      *--- HOLDS THE DAY. A ROW FOR THE DECLARED WATER-YEAR TYPE WINS ---
      *--- OUTRIGHT; OTHERWISE THE FIRST ANY-YEAR ROW APPLIES. LEAVES ---
      *--- WS-IFR-HIT-IDX ZERO WHEN NO LICENSE COVERS THE DAY.        ---
           MOVE 0   TO WS-IFR-HIT-IDX
           MOVE 'N' TO WS-IFR-HIT-TYPED
           MOVE WS-MEAS-DATE(6:5) TO WS-IFR-DAY-KEY
           PERFORM 8480-FIND-IFR-START
           PERFORM VARYING IFR-IDX FROM WS-IFR-START BY 1
               UNTIL IFR-IDX > WS-IFR-COUNT
                   OR IR-SITE-ID(IFR-IDX) NOT = WS-SITE-ID
                   OR WS-IFR-HIT-TYPED = 'Y'
               PERFORM 3276-TEST-IFR-WINDOW
               IF WS-IFR-IN-WINDOW = 'Y'
                   IF IR-WY-TYPE(IFR-IDX) = SPACES
                       IF WS-IFR-HIT-IDX = 0
                           SET WS-IFR-HIT-IDX TO IFR-IDX
                       END-IF
                   ELSE
                       IF IR-WY-TYPE(IFR-IDX) = WS-IFR-WY-TYPE
                           SET WS-IFR-HIT-IDX TO IFR-IDX
                           MOVE 'Y' TO WS-IFR-HIT-TYPED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================*
       3276-TEST-IFR-WINDOW.
      *================================================================*
           MOVE 'N' TO WS-IFR-IN-WINDOW
           IF IR-FROM-MMDD(IFR-IDX) <= IR-TO-MMDD(IFR-IDX)
               IF WS-IFR-DAY-KEY >= IR-FROM-MMDD(IFR-IDX)
                   AND WS-IFR-DAY-KEY <= IR-TO-MMDD(IFR-IDX)
                   MOVE 'Y' TO WS-IFR-IN-WINDOW
               END-IF
           ELSE
               IF WS-IFR-DAY-KEY >= IR-FROM-MMDD(IFR-IDX)
                   OR WS-IFR-DAY-KEY <= IR-TO-MMDD(IFR-IDX)
                   MOVE 'Y' TO WS-IFR-IN-WINDOW
               END-IF
           END-IF.

      *================================================================*
       3300-CHECKPOINT-IF-DUE.
      *================================================================*
       3310-WRITE-CHECKPOINT-STATE.
      *================================================================*
      *--- WRITES A HEADER RECORD (POSITION AND TABLE COUNTS) FOLLOWED ---
      *--- BY ONE RECORD PER STATION, PER DATE-LOG ENTRY, AND PER     ---
      *--- STATION-DAY CHECKED AGAINST AN INSTREAM MINIMUM, SO A      ---
      *--- RESTART CAN REBUILD THE ACCUMULATORS EXACTLY AS THEY STOOD  ---
      *--- AT THIS CHECKPOINT RATHER THAN JUST SKIPPING LINES BLIND.   ---
      *--- CHECKPOINT-OUT-FILE IS ASSIGNED TO sierra-flow.ckpt.tmp, NOT---
               MOVE WS-SKIP-SENTINEL   TO CKH-SKIP-SENTINEL
               MOVE WS-SKIP-TABLE-FULL TO CKH-SKIP-TABLE-FULL
               MOVE WS-TEMP-ROWS       TO CKH-TEMP-ROWS
               MOVE WS-SKIP-OTHER-DAY  TO CKH-SKIP-OTHER-DAY
               MOVE WS-SKIP-SUPERSEDED TO CKH-SKIP-SUPERSEDED
               MOVE WS-DATE-FORMATTED  TO CKH-PROCESS-DATE
               MOVE WS-IFD-COUNT       TO CKH-IFD-COUNT
               MOVE SPACES TO CKPO-RECORD
               MOVE WS-CKPT-FORMAT-ID TO CKPO-RECORD(1:8)
               MOVE WS-CKPT-HEADER    TO CKPO-RECORD(9:117)
               WRITE CKPO-RECORD

               PERFORM VARYING STN-IDX FROM 1 BY 1
                   UNTIL STN-IDX > WS-STATION-COUNT
                   MOVE SPACES TO CKPO-RECORD
                   MOVE WS-STATION(STN-IDX) TO CKPO-RECORD(1:600)
                   WRITE CKPO-RECORD
               END-PERFORM

                   WRITE CKPO-RECORD
               END-PERFORM

               PERFORM VARYING IFD-IDX FROM 1 BY 1
                   UNTIL IFD-IDX > WS-IFD-COUNT
                   MOVE SPACES TO CKPO-RECORD
                   MOVE WS-IFR-DAY(IFD-IDX) TO CKPO-RECORD(1:119)
                   WRITE CKPO-RECORD
               END-PERFORM

               CLOSE CHECKPOINT-OUT-FILE
               CALL 'CBL_RENAME_FILE' USING
                   WS-CKPT-TMP-NAME
           END-IF.

      *================================================================*
       3590-HOLD-UNIT-VALUE.
      *================================================================*
      *--- A TELEMETRY READING CANNOT BE JUDGED UNTIL ITS NEIGHBORS   ---
      *--- HAVE ARRIVED, SO IT IS WRITTEN TO uv-hold-work.tmp WITH    ---
      *--- ITS TIME AS MINUTES FROM A FIXED EPOCH (WS-CHECK-JULIAN    ---
      *--- DAYS TIMES 1440) AND SCREENED AT END OF FILE BY 3720. THE  ---
      *--- STATION IS REGISTERED NOW SO A FULL TABLE STILL REJECTS    ---
      *--- THE ROW HERE. A TEMPERATURE RIDING ON THE ROW IS NOT       ---
      *--- SCREENED AND GOES STRAIGHT TO THE STATION (SEE 3160).      ---
           PERFORM 3250-LOCATE-STATION
           IF WS-STATION-READY = 'N'
               ADD 1 TO WS-SKIP-TABLE-FULL
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF
           IF WS-UVH-OPEN = 'N'
               OPEN OUTPUT UV-HOLD-FILE
               IF WS-UVH-STATUS NOT = '00'
                   DISPLAY 'ERROR: CANNOT OPEN uv-hold-work.tmp'
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-UVH-OPEN
           END-IF
           SET STN-IDX TO WS-CURRENT-STN-IDX
           PERFORM 3215-MARK-STATION-SOURCE

           ADD 1 TO WS-UV-HELD
           MOVE WS-SITE-ID       TO SCR-SITE-ID
           MOVE WS-TIMESTAMP-STR TO SCR-TIMESTAMP
           MOVE WS-UV-HELD       TO SCR-SEQ
           MOVE WS-MEAS-DATE     TO SCR-DATE
           MOVE WS-SITE-NAME     TO SCR-SITE-NAME
           MOVE WS-DISCHARGE     TO SCR-DISCHARGE
           MOVE WS-GAGE-HT       TO SCR-GAGE-HT
           MOVE WS-GH-PRESENT    TO SCR-GH-PRESENT
           MOVE WS-RATED-FLAG    TO SCR-RATED
           MOVE WS-EST-FLAG      TO SCR-EST
           MOVE WS-SHIFT-FLAG    TO SCR-SHIFT
           MOVE ZEROS            TO SCR-MINUTES
           MOVE 'N'              TO SCR-TIME-OK
      *--- 'YYYY-MM-DD HH:MM' OR 'YYYY-MM-DDTHH:MM'; SECONDS AND ANY  ---
      *--- ZONE SUFFIX ARE IGNORED                                    ---
           IF WS-MEAS-DATE(1:4) NUMERIC
               AND WS-MEAS-DATE(6:2) NUMERIC
               AND WS-MEAS-DATE(9:2) NUMERIC
               AND WS-TIMESTAMP-STR(12:2) NUMERIC
               AND WS-TIMESTAMP-STR(14:1) = ':'
               AND WS-TIMESTAMP-STR(15:2) NUMERIC
               IF WS-MEAS-DATE NOT = WS-SCR-LAST-DATE
                   MOVE WS-MEAS-DATE TO WS-DATE-CONV-STR
                   PERFORM 8200-DATE-TO-JULIAN
                   MOVE WS-MEAS-DATE    TO WS-SCR-LAST-DATE
                   MOVE WS-CHECK-JULIAN TO WS-SCR-LAST-JULIAN
               END-IF
               MOVE WS-TIMESTAMP-STR(12:2) TO WS-SCR-HH
               MOVE WS-TIMESTAMP-STR(15:2) TO WS-SCR-MM
               IF WS-SCR-LAST-JULIAN > 0
                   AND WS-SCR-HH < 24 AND WS-SCR-MM < 60
                   COMPUTE SCR-MINUTES =
                       WS-SCR-LAST-JULIAN * 1440
                       + WS-SCR-HH * 60 + WS-SCR-MM
                   MOVE 'Y' TO SCR-TIME-OK
               END-IF
           END-IF
           WRITE UVH-RECORD FROM WS-SCR-REC

           IF WS-TEMP-PRESENT = 'Y'
               PERFORM 3165-ACCUMULATE-TEMP-ON-STATION
           END-IF.

      *================================================================*
       3600-ACCUMULATE-UNIT-VALUE.
      *================================================================*
      *--- POOLS ONE SCREENED TELEMETRY READING INTO ITS STATION-DAY  ---
      *--- ENTRY. THE DATE LOG IS NOT TOUCHED HERE -- THE FLUSH (3710)---
      *--- RUNS EACH FINISHED DAY THROUGH 3200, WHICH LOGS THE DATE   ---
      *--- ONCE, SO GAP/DUPLICATE DETECTION STILL SEES ONE ROW PER    ---
      *--- STATION PER DAY.                                           ---
           PERFORM 3605-FIND-UV-ENTRY
           IF WS-UV-FOUND = 'N'
               ADD 1 TO WS-SKIP-TABLE-FULL
               ADD 1 TO WS-SKIPPED-RECORDS
               EXIT PARAGRAPH
           END-IF

           ADD WS-DISCHARGE TO UV-SUM(UV-IDX)
           ADD 1            TO UV-READINGS(UV-IDX)
           ADD 1            TO WS-TOTAL-RECORDS
           IF WS-DISCHARGE < UV-MIN(UV-IDX)
               MOVE WS-DISCHARGE TO UV-MIN(UV-IDX)
           END-IF
           IF WS-DISCHARGE > UV-MAX(UV-IDX)
               MOVE WS-DISCHARGE TO UV-MAX(UV-IDX)
           END-IF
           IF WS-GH-PRESENT = 'Y'
               ADD 1          TO UV-GH-READINGS(UV-IDX)
               ADD WS-GAGE-HT TO UV-GH-SUM(UV-IDX)
               IF WS-GAGE-HT < UV-GH-MIN(UV-IDX)
                   MOVE WS-GAGE-HT TO UV-GH-MIN(UV-IDX)
               END-IF
               IF WS-GAGE-HT > UV-GH-MAX(UV-IDX)
                   MOVE WS-GAGE-HT TO UV-GH-MAX(UV-IDX)
               END-IF
           END-IF
           IF RATED-DISCHARGE
               ADD 1 TO UV-RATED-READINGS(UV-IDX)
           END-IF
           IF SHIFT-ADJUSTED
               ADD 1 TO UV-SHIFT-READINGS(UV-IDX)
           END-IF
           IF ESTIMATED-READING
               ADD 1 TO UV-EST-READINGS(UV-IDX)
           END-IF.

      *================================================================*
       3605-FIND-UV-ENTRY.
      *================================================================*
      *--- FINDS (OR OPENS) THE STATION-DAY ENTRY FOR WS-SITE-ID ON   ---
      *--- WS-MEAS-DATE; WS-UV-FOUND = 'N' ONLY WHEN THE STATION OR   ---
      *--- UNIT-VALUE TABLE IS FULL. WS-UV-LAST-IDX SHORT-CIRCUITS    ---
      *--- THE TABLE SCAN, AND THE SCREENING PASS HANDS READINGS OVER ---
      *--- SORTED BY STATION AND TIME, SO THE SCAN IS THE EXCEPTION.  ---
           MOVE 'N' TO WS-UV-FOUND
           PERFORM 3250-LOCATE-STATION
           IF WS-STATION-READY = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-UV-LAST-IDX > 0
               SET UV-IDX TO WS-UV-LAST-IDX
               IF UV-SITE-ID(UV-IDX) = WS-SITE-ID
               IF WS-UV-COUNT >= 200000
                   DISPLAY 'WARNING: UNIT-VALUE TABLE FULL - '
                       'DROPPING READING FOR ' WS-SITE-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UV-COUNT
               MOVE ZEROS        TO UV-GH-MAX(UV-IDX)
               MOVE ZEROS        TO UV-RATED-READINGS(UV-IDX)
               MOVE ZEROS        TO UV-EST-READINGS(UV-IDX)
               MOVE ZEROS        TO UV-SHIFT-READINGS(UV-IDX)
               MOVE ZEROS        TO UV-SCREENED(UV-IDX)
               MOVE 'Y'          TO WS-UV-FOUND
           END-IF.

      *================================================================*
       3800-PROCESS-CDEC-READINGS.
      *================================================================*
      *--- THE MERGED CDEC READINGS BUILT BY 1660 GO THROUGH THE SAME ---
      *--- 3100 PATH AS THE USGS ROWS, AHEAD OF THE UNIT-VALUE FLUSH  ---
      *--- SO CDEC TELEMETRY IS SCREENED WITH THE REST. THEY ARE NOT  ---
      *--- CHECKPOINTED: A RESTART RE-READS THE WHOLE WORK FILE AFTER ---
      *--- THE REMAINING USGS ROWS.                                   ---
           IF WS-CDEC-READINGS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CDEC-WORK-FILE
           IF WS-CDW-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN cdec-merged-work.tmp'
               STOP RUN
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: PROCESSING CDEC READINGS...'
           MOVE 'CDEC' TO WS-ROW-SOURCE
           PERFORM UNTIL EOF-CDEC-WORK
               READ CDEC-WORK-FILE INTO CDW-RECORD
                   AT END SET EOF-CDEC-WORK TO TRUE
                   NOT AT END
                       MOVE CDW-RECORD TO WS-PARSE-LINE
                       PERFORM 3100-PROCESS-RECORD
               END-READ
           END-PERFORM
           CLOSE CDEC-WORK-FILE
           MOVE 'USGS' TO WS-ROW-SOURCE.

      *================================================================*
       3700-FLUSH-UNIT-VALUES.
      *--- ACCUMULATION AS ITS MEAN, THEN OVERRIDES THE STATION'S     ---
      *--- MIN/MAX WITH THE DAY'S INSTANTANEOUS EXTREMES, SO SECTION  ---
      *--- I SHOWS TRUE DAILY PEAKS RATHER THAN A MAX OF DAILY MEANS. ---
      *--- THE HELD READINGS ARE SCREENED AND POOLED FIRST (3720).    ---
           IF WS-UV-HELD > 0
               PERFORM 3720-SCREEN-UNIT-VALUES
           END-IF
           IF WS-UV-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      *================================================================*
       3710-FLUSH-ONE-STATION-DAY.
      *================================================================*
      *--- A DAY THAT LOST MORE THAN UV-INCOMPLETE-PCT OF ITS         ---
      *--- READINGS TO SCREENING IS INCOMPLETE: ITS MEAN STILL COUNTS ---
      *--- BUT ITS EXTREMES DO NOT FEED peaks.csv. A DAY THAT LOST    ---
      *--- EVERY READING HAS NO MEAN AND IS NOT ACCUMULATED AT ALL.   ---
           MOVE UV-SITE-ID(UV-IDX)   TO WS-SITE-ID
           MOVE UV-SITE-NAME(UV-IDX) TO WS-SITE-NAME
           MOVE UV-DATE(UV-IDX)      TO WS-MEAS-DATE
           COMPUTE WS-SCR-DAY-TOTAL =
               UV-READINGS(UV-IDX) + UV-SCREENED(UV-IDX)
           MOVE 'N' TO WS-SCR-INCOMPLETE
           IF UV-SCREENED(UV-IDX) * 100 >
               WS-UV-INCOMPLETE-PCT * WS-SCR-DAY-TOTAL
               MOVE 'Y' TO WS-SCR-INCOMPLETE
           END-IF
           IF UV-READINGS(UV-IDX) = 0
               PERFORM 3715-MARK-DAY-INCOMPLETE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DISCHARGE ROUNDED =
               UV-SUM(UV-IDX) / UV-READINGS(UV-IDX)
           MOVE 'N'   TO WS-GH-PRESENT
           IF UV-EST-READINGS(UV-IDX) > 0
               MOVE 'Y' TO WS-EST-FLAG
           END-IF
           MOVE 'N' TO WS-SHIFT-FLAG
           IF UV-SHIFT-READINGS(UV-IDX) > 0
               MOVE 'Y' TO WS-SHIFT-FLAG
           END-IF
           MOVE 'N' TO WS-TEMP-PRESENT

           PERFORM 3200-ACCUMULATE-STATION
           IF UV-MAX(UV-IDX) > ST-MAX(STN-IDX)
               MOVE UV-MAX(UV-IDX) TO ST-MAX(STN-IDX)
           END-IF
           IF UV-GH-READINGS(UV-IDX) > 0
               IF UV-GH-MIN(UV-IDX) < ST-GH-MIN(STN-IDX)
                   MOVE UV-GH-MIN(UV-IDX) TO ST-GH-MIN(STN-IDX)
               END-IF
               IF UV-GH-MAX(UV-IDX) > ST-GH-MAX(STN-IDX)
                   MOVE UV-GH-MAX(UV-IDX) TO ST-GH-MAX(STN-IDX)
               END-IF
           END-IF
           IF WS-SCR-INCOMPLETE = 'Y'
               PERFORM 3715-MARK-DAY-INCOMPLETE
               EXIT PARAGRAPH
           END-IF
           IF UV-MAX(UV-IDX) > ST-PEAK-CFS(STN-IDX)
               MOVE UV-MAX(UV-IDX) TO ST-PEAK-CFS(STN-IDX)
           END-IF
           IF UV-GH-READINGS(UV-IDX) > 0
               AND UV-GH-MAX(UV-IDX) > ST-PEAK-GH(STN-IDX)
               MOVE UV-GH-MAX(UV-IDX) TO ST-PEAK-GH(STN-IDX)
           END-IF.

      *================================================================*
       3715-MARK-DAY-INCOMPLETE.
      *================================================================*
           ADD 1 TO WS-UV-INCOMPLETE-COUNT
           MOVE WS-SITE-ID TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE
           IF WS-FOUND-STATION = 'N'
               EXIT PARAGRAPH
           END-IF
           SET STN-IDX TO WS-CURRENT-STN-IDX
           ADD 1 TO ST-INCOMPLETE-DAYS(STN-IDX)
           IF WS-DQ-ISSUE-COUNT < 2000
               ADD 1 TO WS-DQ-ISSUE-COUNT
               SET DQI-IDX TO WS-DQ-ISSUE-COUNT
               MOVE ST-SITE-ID(STN-IDX)   TO DQI-SITE-ID(DQI-IDX)
               MOVE ST-SITE-NAME(STN-IDX) TO DQI-SITE-NAME(DQI-IDX)
               MOVE 'INCOMPLETE'          TO DQI-TYPE(DQI-IDX)
               COMPUTE WS-SCR-PCT =
                   UV-SCREENED(UV-IDX) * 100 / WS-SCR-DAY-TOTAL
               MOVE WS-SCR-PCT TO WS-SCR-PCT-ED
               MOVE SPACES TO WS-DQ-ISSUE-DETAIL
               STRING WS-MEAS-DATE DELIMITED BY SIZE
                   ' LOST ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-PCT-ED) DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WS-DQ-ISSUE-DETAIL
               END-STRING
               MOVE WS-DQ-ISSUE-DETAIL TO DQI-DETAIL(DQI-IDX)
           ELSE
               DISPLAY 'WARNING: DATA QUALITY ISSUE TABLE FULL - '
                   'DROPPING INCOMPLETE DAY FOR ' WS-SITE-ID
           END-IF.

      *================================================================*
       3720-SCREEN-UNIT-VALUES.
      *================================================================*
      *--- SORTS THE HELD READINGS BY SITE AND TIME AND WALKS EACH    ---
      *--- SITE'S SERIES IN ORDER. EACH READING IS TESTED IN TURN:    ---
      *--- RANGE    - OUTSIDE THE STATION'S MIN / MAX CFS             ---
      *--- SPIKE    - ABOVE SPIKE-RATIO TIMES BOTH NEIGHBORS, OR BOTH ---
      *---            NEIGHBORS ABOVE SPIKE-RATIO TIMES IT (A         ---
      *---            DROPOUT); VALUES UNDER 1 CFS COUNT AS 1 SO A    ---
      *---            DRY CREEK TRICKLING ON AND OFF IS NOT A SPIKE   ---
      *--- RATE     - CHANGE FROM THE PRIOR READING FASTER THAN THE   ---
      *---            STATION'S MAX RATE IN CFS PER HOUR              ---
      *--- FLATLINE - THE SAME NON-ZERO VALUE HELD LONGER THAN THE    ---
      *---            STATION'S FLATLINE HOURS (THE WHOLE RUN FAILS)  ---
      *--- A READING THAT FAILS IS COUNTED SKIPPED, WRITTEN TO        ---
      *--- uv-quarantine.csv AND LEFT OUT OF THE DAILY AGGREGATE; ONE ---
      *--- THAT PASSES IS POOLED BY 3600. THE FIRST AND LAST READINGS ---
      *--- OF A SITE HAVE ONE NEIGHBOR AND ARE NOT SPIKE-TESTED.      ---
           CLOSE UV-HOLD-FILE
           MOVE 'N' TO WS-UVH-OPEN
           DISPLAY 'SIERRA-FLOW V2.0: SCREENING ' WS-UV-HELD
               ' UNIT VALUES...'
           MOVE SPACES TO WS-SCR-SITE
           SORT UV-SORT-FILE
               ASCENDING KEY UVS-SITE-ID UVS-TIMESTAMP UVS-SEQ
               USING UV-HOLD-FILE
               OUTPUT PROCEDURE 3730-SCREEN-SORT-OUTPUT
           IF WS-SKIP-SCREENED > 0
               DISPLAY 'WARNING: ' WS-SKIP-SCREENED
                   ' UNIT VALUE(S) FAILED SCREENING - SEE '
                   'uv-quarantine.csv'
           END-IF.

      *================================================================*
       3730-SCREEN-SORT-OUTPUT.
      *================================================================*
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN UV-SORT-FILE INTO WS-SCR-NEXT
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       PERFORM 3735-SCREEN-ONE-READING
           END-PERFORM
           IF WS-SCR-SITE NOT = SPACES
               PERFORM 3760-END-SCREEN-SITE
           END-IF.

      *================================================================*
       3735-SCREEN-ONE-READING.
      *================================================================*
      *--- THE READING BEFORE THIS ONE (WS-SCR-PEND) CAN NOW BE SPIKE----
      *--- TESTED AGAINST BOTH ITS NEIGHBORS; THIS ONE WAITS IN ITS   ---
      *--- PLACE FOR THE NEXT. A RANGE FAILURE IS NOBODY'S NEIGHBOR.  ---
           IF UVS-SITE-ID NOT = WS-SCR-SITE
               IF WS-SCR-SITE NOT = SPACES
                   PERFORM 3760-END-SCREEN-SITE
               END-IF
               PERFORM 3740-START-SCREEN-SITE
           END-IF
           MOVE WS-SCR-NEXT TO WS-SCR-REC
           IF WS-SCR-HAS-MIN = 'Y'
               AND SCR-DISCHARGE < WS-SCR-LIM-MIN
               MOVE 'RANGE' TO WS-SCR-REASON
               MOVE WS-SCR-LIM-MIN TO WS-SCR-A-ED
               MOVE SPACES TO WS-SCR-DETAIL
               STRING 'BELOW STATION MINIMUM ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-A-ED) DELIMITED BY SIZE
                   INTO WS-SCR-DETAIL
               END-STRING
               PERFORM 3790-QUARANTINE-READING
               EXIT PARAGRAPH
           END-IF
           IF WS-SCR-HAS-MAX = 'Y'
               AND SCR-DISCHARGE > WS-SCR-LIM-MAX
               MOVE 'RANGE' TO WS-SCR-REASON
               MOVE WS-SCR-LIM-MAX TO WS-SCR-A-ED
               MOVE SPACES TO WS-SCR-DETAIL
               STRING 'ABOVE STATION MAXIMUM ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-A-ED) DELIMITED BY SIZE
                   INTO WS-SCR-DETAIL
               END-STRING
               PERFORM 3790-QUARANTINE-READING
               EXIT PARAGRAPH
           END-IF

           MOVE SCR-DISCHARGE TO WS-SCR-NEXT-Q
           IF WS-SCR-HAS-PEND = 'Y'
               MOVE WS-SCR-PEND TO WS-SCR-REC
               PERFORM 3745-TEST-SPIKE
               IF WS-SCR-FAILED = 'Y'
                   PERFORM 3790-QUARANTINE-READING
               ELSE
                   PERFORM 3750-TEST-RATE
               END-IF
           END-IF
           MOVE WS-SCR-NEXT TO WS-SCR-PEND
           MOVE 'Y' TO WS-SCR-HAS-PEND.

      *================================================================*
       3740-START-SCREEN-SITE.
      *================================================================*
           MOVE UVS-SITE-ID TO WS-SCR-SITE
           MOVE 'N' TO WS-SCR-HAS-PEND
           MOVE 'N' TO WS-SCR-HAS-PREV
           MOVE 'N' TO WS-FLAT-ACTIVE
           MOVE 'N' TO WS-FLAT-TRIPPED
           MOVE 0   TO WS-FLAT-COUNT
           MOVE 'N' TO WS-SCR-HAS-MIN
           MOVE 'N' TO WS-SCR-HAS-MAX
           MOVE WS-UV-MAX-RATE    TO WS-SCR-LIM-RATE
           MOVE WS-UV-SPIKE-RATIO TO WS-SCR-LIM-SPIKE
           MOVE WS-UV-FLAT-HOURS  TO WS-SCR-LIM-FLAT
           MOVE 'N' TO WS-UL-FOUND
           PERFORM VARYING UVL-IDX FROM 1 BY 1
               UNTIL UVL-IDX > WS-UL-COUNT
                   OR WS-UL-FOUND = 'Y'
               IF UL-SITE-ID(UVL-IDX) = WS-SCR-SITE
                   MOVE 'Y' TO WS-UL-FOUND
                   MOVE UL-HAS-MIN(UVL-IDX)     TO WS-SCR-HAS-MIN
                   MOVE UL-MIN-CFS(UVL-IDX)     TO WS-SCR-LIM-MIN
                   MOVE UL-HAS-MAX(UVL-IDX)     TO WS-SCR-HAS-MAX
                   MOVE UL-MAX-CFS(UVL-IDX)     TO WS-SCR-LIM-MAX
                   MOVE UL-MAX-RATE(UVL-IDX)    TO WS-SCR-LIM-RATE
                   MOVE UL-SPIKE-RATIO(UVL-IDX) TO WS-SCR-LIM-SPIKE
                   MOVE UL-FLAT-HOURS(UVL-IDX)  TO WS-SCR-LIM-FLAT
               END-IF
           END-PERFORM.

      *================================================================*
       3745-TEST-SPIKE.
      *================================================================*
      *--- WS-SCR-REC IS THE READING UNDER TEST, WS-SCR-PREV-Q THE    ---
      *--- LAST READING THAT PASSED THIS TEST, WS-SCR-NEXT-Q THE ONE  ---
      *--- AFTER. A RATIO OF 1 OR LESS SWITCHES THE TEST OFF.         ---
           MOVE 'N' TO WS-SCR-FAILED
           IF WS-SCR-HAS-PREV = 'N' OR WS-SCR-LIM-SPIKE NOT > 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-PREV-Q TO WS-SCR-HI
           MOVE WS-SCR-PREV-Q TO WS-SCR-LO
           IF WS-SCR-NEXT-Q > WS-SCR-HI
               MOVE WS-SCR-NEXT-Q TO WS-SCR-HI
           END-IF
           IF WS-SCR-NEXT-Q < WS-SCR-LO
               MOVE WS-SCR-NEXT-Q TO WS-SCR-LO
           END-IF
           MOVE WS-SCR-HI TO WS-SCR-BASE
           IF WS-SCR-BASE < WS-SCR-SPIKE-FLOOR
               MOVE WS-SCR-SPIKE-FLOOR TO WS-SCR-BASE
           END-IF
           IF SCR-DISCHARGE > WS-SCR-LIM-SPIKE * WS-SCR-BASE
               MOVE 'Y' TO WS-SCR-FAILED
           END-IF
           MOVE SCR-DISCHARGE TO WS-SCR-BASE
           IF WS-SCR-BASE < WS-SCR-SPIKE-FLOOR
               MOVE WS-SCR-SPIKE-FLOOR TO WS-SCR-BASE
           END-IF
           IF WS-SCR-LO > WS-SCR-LIM-SPIKE * WS-SCR-BASE
               MOVE 'Y' TO WS-SCR-FAILED
           END-IF
           IF WS-SCR-FAILED = 'Y'
               MOVE 'SPIKE' TO WS-SCR-REASON
               MOVE WS-SCR-PREV-Q    TO WS-SCR-A-ED
               MOVE WS-SCR-NEXT-Q    TO WS-SCR-B-ED
               MOVE WS-SCR-LIM-SPIKE TO WS-SCR-R-ED
               MOVE SPACES TO WS-SCR-DETAIL
               STRING 'NEIGHBORS ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-A-ED) DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-B-ED) DELIMITED BY SIZE
                   ' RATIO ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SCR-R-ED) DELIMITED BY SIZE
                   INTO WS-SCR-DETAIL
               END-STRING
           END-IF.

      *================================================================*
       3750-TEST-RATE.
      *================================================================*
      *--- THE NEXT READING IS MEASURED FROM THIS ONE EVEN WHEN THIS  ---
      *--- ONE FAILS, SO A GENUINE STEP (A RELEASE CHANGE AT A DAM)   ---
      *--- COSTS ONE READING RATHER THAN THE REST OF THE DAY.         ---
           MOVE 'N' TO WS-SCR-FAILED
           IF WS-SCR-LIM-RATE > 0
               AND WS-SCR-HAS-PREV = 'Y'
               AND WS-SCR-PREV-TIME-OK = 'Y'
               AND SCR-TIME-OK = 'Y'
               AND SCR-MINUTES > WS-SCR-PREV-MIN
               COMPUTE WS-SCR-ELAPSED = SCR-MINUTES - WS-SCR-PREV-MIN
               COMPUTE WS-SCR-RATE ROUNDED =
                   FUNCTION ABS(SCR-DISCHARGE - WS-SCR-PREV-Q) * 60
                   / WS-SCR-ELAPSED
               IF WS-SCR-RATE > WS-SCR-LIM-RATE
                   MOVE 'Y' TO WS-SCR-FAILED
                   MOVE 'RATE' TO WS-SCR-REASON
                   MOVE WS-SCR-RATE     TO WS-SCR-A-ED
                   MOVE WS-SCR-LIM-RATE TO WS-SCR-B-ED
                   MOVE SPACES TO WS-SCR-DETAIL
                   STRING FUNCTION TRIM(WS-SCR-A-ED) DELIMITED BY SIZE
                       ' CFS/HR OVER LIMIT ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SCR-B-ED) DELIMITED BY SIZE
                       INTO WS-SCR-DETAIL
                   END-STRING
               END-IF
           END-IF
           MOVE 'Y'           TO WS-SCR-HAS-PREV
           MOVE SCR-DISCHARGE TO WS-SCR-PREV-Q
           MOVE SCR-MINUTES   TO WS-SCR-PREV-MIN
           MOVE SCR-TIME-OK   TO WS-SCR-PREV-TIME-OK
           IF WS-SCR-FAILED = 'Y'
               PERFORM 3790-QUARANTINE-READING
           ELSE
               PERFORM 3755-TEST-FLATLINE
           END-IF.

      *================================================================*
       3755-TEST-FLATLINE.
      *================================================================*
      *--- A REPEAT OF THE CURRENT RUN'S VALUE JOINS THE RUN;         ---
      *--- ANYTHING ELSE RELEASES THE RUN TO THE POOL AND STARTS A    ---
      *--- NEW ONE. A ZERO READING NEVER STARTS A RUN (A DRY CHANNEL  ---
      *--- IS REALLY FLAT). ONCE A RUN OUTLASTS THE LIMIT IT IS       ---
      *--- QUARANTINED WHOLE AND EVERY LATER REPEAT FOLLOWS IT. A RUN ---
      *--- THAT FILLS THE BUFFER BEFORE REACHING THE LIMIT IS         ---
      *--- RELEASED AND RESTARTED.                                    ---
           IF WS-SCR-LIM-FLAT = 0 OR SCR-TIME-OK NOT = 'Y'
               PERFORM 3770-RELEASE-FLAT-RUN
               PERFORM 3780-POOL-READING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLAT-ACTIVE = 'Y' AND SCR-DISCHARGE = WS-FLAT-VALUE
               COMPUTE WS-SCR-ELAPSED =
                   SCR-MINUTES - WS-FLAT-START-MIN
               IF WS-FLAT-TRIPPED = 'Y'
                   PERFORM 3777-SET-FLAT-DETAIL
                   PERFORM 3790-QUARANTINE-READING
                   EXIT PARAGRAPH
               END-IF
               IF WS-FLAT-COUNT >= 1000
                   PERFORM 3770-RELEASE-FLAT-RUN
                   PERFORM 3765-START-FLAT-RUN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FLAT-COUNT
               SET FLT-IDX TO WS-FLAT-COUNT
               MOVE WS-SCR-REC TO WS-FLAT-ENTRY(FLT-IDX)
               IF WS-SCR-ELAPSED > WS-SCR-LIM-FLAT * 60
                   PERFORM 3775-QUARANTINE-FLAT-RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3770-RELEASE-FLAT-RUN
           IF SCR-DISCHARGE = 0
               PERFORM 3780-POOL-READING
           ELSE
               PERFORM 3765-START-FLAT-RUN
           END-IF.

      *================================================================*
       3760-END-SCREEN-SITE.
      *================================================================*
           IF WS-SCR-HAS-PEND = 'Y'
               MOVE WS-SCR-PEND TO WS-SCR-REC
               MOVE 'N' TO WS-SCR-HAS-PEND
               PERFORM 3750-TEST-RATE
           END-IF
           PERFORM 3770-RELEASE-FLAT-RUN.

      *================================================================*
       3765-START-FLAT-RUN.
      *================================================================*
           MOVE 'Y'           TO WS-FLAT-ACTIVE
           MOVE 'N'           TO WS-FLAT-TRIPPED
           MOVE SCR-DISCHARGE TO WS-FLAT-VALUE
           MOVE SCR-MINUTES   TO WS-FLAT-START-MIN
           MOVE 1             TO WS-FLAT-COUNT
           MOVE WS-SCR-REC    TO WS-FLAT-ENTRY(1).

      *================================================================*
       3770-RELEASE-FLAT-RUN.
      *================================================================*
      *--- POOLS A RUN THAT ENDED INSIDE THE LIMIT (A TRIPPED RUN WAS ---
      *--- ALREADY QUARANTINED). WS-SCR-REC IS PRESERVED FOR THE      ---
      *--- CALLER.                                                    ---
           IF WS-FLAT-ACTIVE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCR-REC TO WS-SCR-SAVE
           IF WS-FLAT-TRIPPED = 'N'
               PERFORM VARYING FLT-IDX FROM 1 BY 1
                   UNTIL FLT-IDX > WS-FLAT-COUNT
                   MOVE WS-FLAT-ENTRY(FLT-IDX) TO WS-SCR-REC
                   PERFORM 3780-POOL-READING
               END-PERFORM
           END-IF
           MOVE WS-SCR-SAVE TO WS-SCR-REC
           MOVE 'N' TO WS-FLAT-ACTIVE
           MOVE 'N' TO WS-FLAT-TRIPPED
           MOVE 0   TO WS-FLAT-COUNT.

      *================================================================*
       3775-QUARANTINE-FLAT-RUN.
      *================================================================*
           MOVE 'Y' TO WS-FLAT-TRIPPED
           MOVE WS-SCR-REC TO WS-SCR-SAVE
           PERFORM 3777-SET-FLAT-DETAIL
           PERFORM VARYING FLT-IDX FROM 1 BY 1
               UNTIL FLT-IDX > WS-FLAT-COUNT
               MOVE WS-FLAT-ENTRY(FLT-IDX) TO WS-SCR-REC
               PERFORM 3790-QUARANTINE-READING
           END-PERFORM
           MOVE WS-SCR-SAVE TO WS-SCR-REC
           MOVE 0 TO WS-FLAT-COUNT.

      *================================================================*
       3777-SET-FLAT-DETAIL.
      *================================================================*
           MOVE 'FLATLINE' TO WS-SCR-REASON
           COMPUTE WS-SCR-HOURS ROUNDED = WS-SCR-ELAPSED / 60
           MOVE WS-SCR-HOURS    TO WS-SCR-HRS-ED
           MOVE WS-SCR-LIM-FLAT TO WS-SCR-LIM-ED
           MOVE SPACES TO WS-SCR-DETAIL
           STRING 'UNCHANGED ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCR-HRS-ED) DELIMITED BY SIZE
               ' HR, LIMIT ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCR-LIM-ED) DELIMITED BY SIZE
               ' HR' DELIMITED BY SIZE
               INTO WS-SCR-DETAIL
           END-STRING.

      *================================================================*
       3780-POOL-READING.
      *================================================================*
           MOVE SCR-SITE-ID    TO WS-SITE-ID
           MOVE SCR-SITE-NAME  TO WS-SITE-NAME
           MOVE SCR-DATE       TO WS-MEAS-DATE
           MOVE SCR-DISCHARGE  TO WS-DISCHARGE
           MOVE SCR-GAGE-HT    TO WS-GAGE-HT
           MOVE SCR-GH-PRESENT TO WS-GH-PRESENT
           MOVE SCR-RATED      TO WS-RATED-FLAG
           MOVE SCR-EST        TO WS-EST-FLAG
           MOVE SCR-SHIFT      TO WS-SHIFT-FLAG
           PERFORM 3600-ACCUMULATE-UNIT-VALUE.

      *================================================================*
       3790-QUARANTINE-READING.
      *================================================================*
      *--- THE READING IS CHARGED TO ITS STATION-DAY (SO 3710 CAN     ---
      *--- JUDGE HOW MUCH OF THE DAY WAS LOST) AND TO ITS STATION BY  ---
      *--- REASON FOR SECTION V, THEN LOGGED WITH ITS ORIGINAL VALUE. ---
           ADD 1 TO WS-SKIP-SCREENED
           ADD 1 TO WS-SKIPPED-RECORDS
           MOVE SCR-SITE-ID    TO WS-SITE-ID
           MOVE SCR-SITE-NAME  TO WS-SITE-NAME
           MOVE SCR-DATE       TO WS-MEAS-DATE
           PERFORM 3605-FIND-UV-ENTRY
           IF WS-UV-FOUND = 'Y'
               ADD 1 TO UV-SCREENED(UV-IDX)
           END-IF
           IF WS-STATION-READY = 'Y'
               SET STN-IDX TO WS-CURRENT-STN-IDX
               EVALUATE WS-SCR-REASON
                   WHEN 'SPIKE'
                       ADD 1 TO ST-SCR-SPIKE(STN-IDX)
                   WHEN 'RATE'
                       ADD 1 TO ST-SCR-RATE(STN-IDX)
                   WHEN 'FLATLINE'
                       ADD 1 TO ST-SCR-FLAT(STN-IDX)
                   WHEN OTHER
                       ADD 1 TO ST-SCR-RANGE(STN-IDX)
               END-EVALUATE
           END-IF
           MOVE SCR-DISCHARGE TO WS-SCR-Q-ED
           MOVE SPACES TO UVQ-RECORD
           STRING FUNCTION TRIM(SCR-SITE-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(SCR-TIMESTAMP) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCR-Q-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCR-REASON) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCR-DETAIL) DELIMITED BY SIZE
               INTO UVQ-RECORD
           END-STRING
           WRITE UVQ-RECORD.

      *================================================================*
       3500-CHECK-DATA-QUALITY.
                   SET STN-IDX TO WS-CURRENT-STN-IDX
                   MOVE ST-SITE-NAME(STN-IDX) TO DQI-SITE-NAME(DQI-IDX)
               END-IF
           ELSE
               DISPLAY 'WARNING: DATA QUALITY ISSUE TABLE FULL - '
                   'DROPPING ISSUE FOR ' DQ-SR-SITE-ID
           END-IF.

      *================================================================*
       4000-COMPUTE-STATS.
      *================================================================*
           DISPLAY 'SIERRA-FLOW V2.0: COMPUTING STATISTICS...'
           PERFORM 2300-APPLY-DOY-PERCENTILES
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT

               IF ST-RECORD-COUNT(STN-IDX) > 0
                   COMPUTE ST-MEAN(STN-IDX) ROUNDED =
                       ST-SUM(STN-IDX) / ST-RECORD-COUNT(STN-IDX)
                   ADD 1 TO WS-PROCESSED-COUNT
               END-IF

      *--- Day-of-year flow class ---
               PERFORM 4050-CLASSIFY-FLOW

      *--- Gage height stats ---
               IF ST-GH-COUNT(STN-IDX) > 0
                   COMPUTE ST-GH-MEAN(STN-IDX) ROUNDED =
                       ST-GH-SUM(STN-IDX) / ST-GH-COUNT(STN-IDX)
               END-IF

      *--- Water temperature stats ---
               IF ST-TMP-COUNT(STN-IDX) > 0
                   COMPUTE ST-TMP-MEAN(STN-IDX) ROUNDED =
                       ST-TMP-SUM(STN-IDX) / ST-TMP-COUNT(STN-IDX)
               END-IF

      *--- Percent of normal ---
               IF ST-MEDIAN(STN-IDX) > ZEROS
                   COMPUTE ST-PCT-NORMAL(STN-IDX) ROUNDED =
                       (ST-MEAN(STN-IDX) / ST-MEDIAN(STN-IDX)) * 100
               END-IF

      *--- Naturalized mean and percent of normal ---
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   COMPUTE ST-NAT-MEAN(STN-IDX) ROUNDED =
                       ST-NAT-SUM(STN-IDX) / ST-RECORD-COUNT(STN-IDX)
               END-IF
               IF ST-MEDIAN(STN-IDX) > ZEROS
                   COMPUTE ST-NAT-PCT(STN-IDX) ROUNDED =
                       (ST-NAT-MEAN(STN-IDX) / ST-MEDIAN(STN-IDX))
                       * 100
               END-IF

           END-PERFORM
           PERFORM 4100-COMPUTE-BASIN-TOTALS
           PERFORM 4150-ROLL-UP-RESERVOIRS
           PERFORM 4200-COMPUTE-TRENDS
           PERFORM 4400-COMPUTE-PROJECTIONS
           PERFORM 4300-APPEND-HISTORY.

      *================================================================*
       4050-CLASSIFY-FLOW.
      *================================================================*
      *--- USGS WATERWATCH BANDS AGAINST THE STATION'S OWN CALENDAR   ---
      *--- DAY. A STATION WITH NO DATA OR NO PERCENTILE ROW FOR THE   ---
      *--- DAY STAYS NOT RANKED.                                      ---
           MOVE 'NOT RANKED' TO ST-FLOW-CLASS(STN-IDX)
           SET DOY-IDX TO STN-IDX
           IF ST-RECORD-COUNT(STN-IDX) = 0
              OR DP-LOADED(DOY-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ST-MEAN(STN-IDX) < DP-MIN(DOY-IDX)
                   MOVE 'RECORD LOW'  TO ST-FLOW-CLASS(STN-IDX)
               WHEN ST-MEAN(STN-IDX) < DP-P10(DOY-IDX)
                   MOVE 'MUCH BELOW'  TO ST-FLOW-CLASS(STN-IDX)
               WHEN ST-MEAN(STN-IDX) < DP-P25(DOY-IDX)
                   MOVE 'BELOW'       TO ST-FLOW-CLASS(STN-IDX)
               WHEN ST-MEAN(STN-IDX) NOT > DP-P75(DOY-IDX)
                   MOVE 'NORMAL'      TO ST-FLOW-CLASS(STN-IDX)
               WHEN ST-MEAN(STN-IDX) NOT > DP-P90(DOY-IDX)
                   MOVE 'ABOVE'       TO ST-FLOW-CLASS(STN-IDX)
               WHEN ST-MEAN(STN-IDX) NOT > DP-MAX(DOY-IDX)
                   MOVE 'MUCH ABOVE'  TO ST-FLOW-CLASS(STN-IDX)
               WHEN OTHER
                   MOVE 'RECORD HIGH' TO ST-FLOW-CLASS(STN-IDX)
           END-EVALUATE.

      *================================================================*
       4100-COMPUTE-BASIN-TOTALS.
      *================================================================*
      *--- BS-TOTAL IS A DRAINAGE-AREA-WEIGHTED AVERAGE OF EACH        ---
      *--- STATION'S MEAN DISCHARGE, NOT A FLAT MEAN-OF-MEANS, SO A    ---
      *--- BASIN'S FIGURE ISN'T SKEWED BY A TINY CREEK GAGE CARRYING   ---
      *--- THE SAME WEIGHT AS ITS MAIN-STEM GAGE.                      ---
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT

               IF ST-RECORD-COUNT(STN-IDX) > 0
                   MOVE 'N' TO WS-FOUND-STATION
                   MOVE 'N' TO WS-BASIN-TABLE-FULL
                   PERFORM VARYING BSN-IDX FROM 1 BY 1
                       UNTIL BSN-IDX > WS-BASIN-COUNT
                           OR WS-FOUND-STATION = 'Y'
                       IF BS-NAME(BSN-IDX) = ST-BASIN(STN-IDX)
                           MOVE 'Y' TO WS-FOUND-STATION
                           MOVE BSN-IDX TO WS-CURRENT-BSN-IDX
                       END-IF
                   END-PERFORM

                   IF WS-FOUND-STATION = 'N'
                       IF WS-BASIN-COUNT >= 50
                           DISPLAY 'WARNING: BASIN TABLE FULL - '
                               'DROPPING BASIN FOR ' ST-SITE-ID(STN-IDX)
                           MOVE 'Y' TO WS-BASIN-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-BASIN-COUNT
                           MOVE WS-BASIN-COUNT TO WS-CURRENT-BSN-IDX
                           SET BSN-IDX TO WS-CURRENT-BSN-IDX
                           MOVE ST-BASIN(STN-IDX) TO BS-NAME(BSN-IDX)
                       END-IF
                   END-IF

                   IF WS-BASIN-TABLE-FULL = 'N'
                       SET BSN-IDX TO WS-CURRENT-BSN-IDX
                       ADD 1 TO BS-STATION-COUNT(BSN-IDX)
                       ADD ST-DRAINAGE-AREA(STN-IDX)
                           TO BS-AREA-SUM(BSN-IDX)
                       COMPUTE BS-WEIGHTED-SUM(BSN-IDX) =
                           BS-WEIGHTED-SUM(BSN-IDX) +
                           ST-MEAN(STN-IDX) * ST-DRAINAGE-AREA(STN-IDX)
      *--- A STATION STILL ON THE VALUE-1 DEFAULT MEDIAN HAS NO REAL  ---
      *--- BASELINE, SO ITS PERCENT-OF-NORMAL WOULD ONLY POISON THE   ---
      *--- BASIN AVERAGE THE OUTLOOK LEANS ON                         ---
                       IF ST-MEDIAN(STN-IDX) > 1
                           ADD ST-PCT-NORMAL(STN-IDX)
                               TO BS-PCT-SUM(BSN-IDX)
                           ADD 1 TO BS-PCT-COUNT(BSN-IDX)
                       END-IF
      *--- A COURSE FEEDING SEVERAL GAGES IN THE BASIN COUNTS ONCE,   ---
      *--- NOT ONCE PER GAGE, OR IT WOULD DOMINATE THE BASIN AVERAGE ---
                       IF ST-SNOW-SITE(STN-IDX) NOT = SPACES
                           PERFORM 4110-FIND-STATION-SNOW
                           IF WS-SNW-FOUND = 'Y'
                               PERFORM 4120-CHECK-SNOW-COUNTED
                               IF WS-SNOW-DUP = 'N'
                                   SET SNW-IDX TO WS-SNW-CUR-IDX
                                   ADD SNW-PCT(SNW-IDX)
                                       TO BS-SNOW-SUM(BSN-IDX)
                                   ADD 1 TO BS-SNOW-COUNT(BSN-IDX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           PERFORM VARYING BSN-IDX FROM 1 BY 1
               UNTIL BSN-IDX > WS-BASIN-COUNT
               IF BS-AREA-SUM(BSN-IDX) > 0
                   COMPUTE BS-TOTAL(BSN-IDX) ROUNDED =
                       BS-WEIGHTED-SUM(BSN-IDX) / BS-AREA-SUM(BSN-IDX)
               END-IF
               IF BS-SNOW-COUNT(BSN-IDX) > 0
                   COMPUTE BS-SNOW-PCT(BSN-IDX) ROUNDED =
                       BS-SNOW-SUM(BSN-IDX) / BS-SNOW-COUNT(BSN-IDX)
               END-IF
               IF BS-PCT-COUNT(BSN-IDX) > 0
                   COMPUTE BS-FLOW-PCT(BSN-IDX) ROUNDED =
                       BS-PCT-SUM(BSN-IDX) / BS-PCT-COUNT(BSN-IDX)
               END-IF
           END-PERFORM.

      *================================================================*
       4110-FIND-STATION-SNOW.
      *================================================================*
           MOVE 'N' TO WS-SNW-FOUND
           PERFORM VARYING SNW-IDX FROM 1 BY 1
               UNTIL SNW-IDX > WS-SNOW-COUNT
                   OR WS-SNW-FOUND = 'Y'
               IF SNW-SITE-ID(SNW-IDX) = ST-SNOW-SITE(STN-IDX)
                   MOVE 'Y' TO WS-SNW-FOUND
                   SET WS-SNW-CUR-IDX TO SNW-IDX
               END-IF
           END-PERFORM.

      *================================================================*
       4120-CHECK-SNOW-COUNTED.
      *================================================================*
      *--- SCANS THE STATIONS ALREADY ROLLED UP AHEAD OF STN-IDX FOR  ---
      *--- ONE IN THE SAME BASIN LINKED TO THE SAME SNOW COURSE; IF   ---
      *--- FOUND, THAT COURSE HAS ALREADY CONTRIBUTED TO THE BASIN.   ---
           MOVE 'N' TO WS-SNOW-DUP
           PERFORM VARYING STN-SCAN-IDX FROM 1 BY 1
               UNTIL STN-SCAN-IDX >= STN-IDX
                   OR WS-SNOW-DUP = 'Y'
               IF ST-RECORD-COUNT(STN-SCAN-IDX) > 0
                   AND ST-BASIN(STN-SCAN-IDX) = ST-BASIN(STN-IDX)
                   AND ST-SNOW-SITE(STN-SCAN-IDX) =
                       ST-SNOW-SITE(STN-IDX)
                   MOVE 'Y' TO WS-SNOW-DUP
               END-IF
           END-PERFORM.

      *================================================================*
       4150-ROLL-UP-RESERVOIRS.
      *================================================================*
      *--- SUMS EACH RESERVOIR'S STORAGE, CAPACITY, AND FLOOD-POOL    ---
      *--- ENCROACHMENT (STORAGE ABOVE TOP-OF-CONSERVATION) INTO ITS  ---
      *--- BASIN'S ROLL-UP ROW, CREATING THE ROW IF NO GAGE PUT THE   ---
      *--- BASIN THERE FIRST, SO SECTION III-C CAN SHOW STORAGE NEXT  ---
      *--- TO THE FLOW AND SNOW FIGURES FOR THE SAME BS-NAME. RUNS    ---
      *--- AFTER 4100 SO GAGE-SEEDED BASIN ROWS ALREADY EXIST.        ---
           PERFORM VARYING RSV-IDX FROM 1 BY 1
               UNTIL RSV-IDX > WS-RSV-COUNT
               PERFORM 4160-FIND-RESERVOIR-BASIN
               IF WS-BASIN-TABLE-FULL = 'N'
                   SET BSN-IDX TO WS-CURRENT-BSN-IDX
                   ADD 1 TO BS-RSV-COUNT(BSN-IDX)
                   ADD RSV-STORAGE(RSV-IDX)
                       TO BS-STORAGE-SUM(BSN-IDX)
                   ADD RSV-CAPACITY(RSV-IDX)
                       TO BS-CAPACITY-SUM(BSN-IDX)
                   IF RSV-TOC(RSV-IDX) > 0
                       AND RSV-STORAGE(RSV-IDX) > RSV-TOC(RSV-IDX)
                       COMPUTE WS-RSV-ENCROACH =
                           RSV-STORAGE(RSV-IDX) - RSV-TOC(RSV-IDX)
                       ADD WS-RSV-ENCROACH
                           TO BS-ENCROACH-SUM(BSN-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING BSN-IDX FROM 1 BY 1
               UNTIL BSN-IDX > WS-BASIN-COUNT
               IF BS-CAPACITY-SUM(BSN-IDX) > 0
                   COMPUTE BS-STOR-PCT(BSN-IDX) ROUNDED =
                       (BS-STORAGE-SUM(BSN-IDX) /
                        BS-CAPACITY-SUM(BSN-IDX)) * 100
               END-IF
           END-PERFORM.

      *================================================================*
       4160-FIND-RESERVOIR-BASIN.
      *================================================================*
           MOVE 'N' TO WS-FOUND-STATION
           MOVE 'N' TO WS-BASIN-TABLE-FULL
           PERFORM VARYING BSN-IDX FROM 1 BY 1
               UNTIL BSN-IDX > WS-BASIN-COUNT
                   OR WS-FOUND-STATION = 'Y'
               IF BS-NAME(BSN-IDX) = RSV-BASIN(RSV-IDX)
                   MOVE 'Y' TO WS-FOUND-STATION
                   MOVE BSN-IDX TO WS-CURRENT-BSN-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-STATION = 'N'
               IF WS-BASIN-COUNT >= 50
                   DISPLAY 'WARNING: BASIN TABLE FULL - '
                       'DROPPING BASIN FOR ' RSV-SITE-ID(RSV-IDX)
                   MOVE 'Y' TO WS-BASIN-TABLE-FULL
               ELSE
                   ADD 1 TO WS-BASIN-COUNT
                   MOVE WS-BASIN-COUNT TO WS-CURRENT-BSN-IDX
                   SET BSN-IDX TO WS-CURRENT-BSN-IDX
                   MOVE RSV-BASIN(RSV-IDX) TO BS-NAME(BSN-IDX)
               END-IF
           END-IF.

      *================================================================*
       4200-COMPUTE-TRENDS.
      *================================================================*
      *--- TREND IS RISING/FALLING/STABLE OFF A REAL TRAILING 7-      ---
      *--- CALENDAR-DAY COMPARISON AGAINST STATION-HISTORY.CSV, NOT   ---
      *--- A SAME-RUN DELTA AVERAGE.                                  ---
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               PERFORM 4210-FIND-TRAILING-BASELINE

               IF WS-HIST-FOUND = 'Y' AND WS-HIST-BASELINE-MEAN > ZEROS
                   COMPUTE WS-TREND-HIGH-LIMIT =
                       WS-HIST-BASELINE-MEAN * 1.05
                   COMPUTE WS-TREND-LOW-LIMIT =
                       WS-HIST-BASELINE-MEAN * 0.95
                   EVALUATE TRUE
                       WHEN ST-MEAN(STN-IDX) > WS-TREND-HIGH-LIMIT
                           MOVE 'RISING' TO ST-TREND(STN-IDX)
                       WHEN ST-MEAN(STN-IDX) < WS-TREND-LOW-LIMIT
                           MOVE 'FALLING' TO ST-TREND(STN-IDX)
                       WHEN OTHER
                           MOVE 'STABLE' TO ST-TREND(STN-IDX)
                   END-EVALUATE
               ELSE
                   MOVE 'STABLE' TO ST-TREND(STN-IDX)
               END-IF
           END-PERFORM.

      *================================================================*
       4210-FIND-TRAILING-BASELINE.
      *================================================================*
      *--- BINARY-SEARCHES TO THE FIRST HISTORY ENTRY FOR THE CURRENT ---
      *--- STN-IDX'S SITE (THE TABLE IS HELD SORTED BY SITE THEN      ---
      *--- DATE), THEN WALKS THAT SITE'S BLOCK PICKING THE MOST       ---
      *--- RECENT ENTRY ON OR BEFORE THE TARGET DATE (TODAY MINUS 7   ---
      *--- CALENDAR DAYS). THE BLOCK IS AT MOST THE RETENTION WINDOW  ---
      *--- DEEP, SO THE WALK NO LONGER GROWS WITH NETWORK SIZE.       ---
           MOVE 'N' TO WS-HIST-FOUND
           MOVE 0   TO WS-HIST-BEST-JULIAN
           MOVE ST-SITE-ID(STN-IDX) TO WS-LOOKUP-SITE-ID
           PERFORM 8440-FIND-HISTORY-START
           PERFORM VARYING HST-IDX FROM WS-HS-START BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
                   OR HS-SITE-ID(HST-IDX) NOT = WS-LOOKUP-SITE-ID
               MOVE HS-DATE(HST-IDX) TO WS-DATE-CONV-STR
               PERFORM 8200-DATE-TO-JULIAN
               IF WS-CHECK-JULIAN <= WS-TARGET-JULIAN
                   IF WS-HIST-FOUND = 'N'
                       OR WS-CHECK-JULIAN > WS-HIST-BEST-JULIAN
                       MOVE WS-CHECK-JULIAN  TO WS-HIST-BEST-JULIAN
                       MOVE HS-MEAN(HST-IDX) TO
                           WS-HIST-BASELINE-MEAN
                       MOVE 'Y'              TO WS-HIST-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================*
       4300-APPEND-HISTORY.
      *================================================================*
      *--- RECORDS TODAY'S PER-STATION MEAN SO A FUTURE RUN CAN FIND  ---
      *--- IT AS A TRAILING BASELINE. station-history.csv IS READ     ---
      *--- OLDEST-ROW-FIRST AND WS-HISTORY-TABLE IS CAPPED AT 30000   ---
      *--- ENTRIES, SO BEFORE ADDING TODAY'S ROWS THIS PRUNES ANY     ---
      *--- ENTRY OLDER THAN WS-HIST-RETENTION-DAYS (4310-PRUNE-       ---
      *--- HISTORY) AND REWRITES THE WHOLE FILE, SO THE TABLE NEVER   ---
      *--- FILLS UP WITH STALE ROWS AND CROWDS OUT THE RECENT ONES    ---
      *--- 4210-FIND-TRAILING-BASELINE ACTUALLY NEEDS. HISTORY-OUT-   ---
      *--- FILE AND HISTORY-FILE SHARE THE SAME PHYSICAL FILE (SEE    ---
      *--- FILE-CONTROL); THIS PARAGRAPH ONLY RUNS AFTER 1300-LOAD-   ---
      *--- HISTORY HAS CLOSED IT.                                     ---
           PERFORM 4310-PRUNE-HISTORY

           OPEN OUTPUT HISTORY-OUT-FILE
           IF WS-HISTO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN station-history.csv'
                   ' FOR REWRITE'
               EXIT PARAGRAPH
           END-IF

      *--- A KEPT ROW DATED TODAY WHOSE STATION WAS RE-COMPUTED THIS  ---
      *--- RUN IS SUPERSEDED BY THE FRESH ROW APPENDED BELOW; WRITING ---
      *--- BOTH WOULD LEAVE TWO CONFLICTING ROWS FOR THE SAME SITE    ---
      *--- AND DATE AFTER A SAME-DAY RE-RUN OR A REVISION RE-ISSUE.   ---
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
               PERFORM 4320-CHECK-HISTORY-SUPERSEDED
               IF WS-HIST-SUPERSEDED = 'N'
                   MOVE HS-MEAN(HST-IDX) TO WS-HIST-MEAN-ED
                   MOVE SPACES TO HISTO-RECORD
                   STRING
                       FUNCTION TRIM(HS-SITE-ID(HST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       HS-DATE(HST-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HIST-MEAN-ED) DELIMITED BY SIZE
                       INTO HISTO-RECORD
                   END-STRING
                   WRITE HISTO-RECORD
                   ADD 1 TO WS-HISTORY-ROWS-OUT
               END-IF
           END-PERFORM

           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   MOVE ST-MEAN(STN-IDX) TO WS-HIST-MEAN-ED
                   MOVE SPACES TO HISTO-RECORD
                   STRING
                       FUNCTION TRIM(ST-SITE-ID(STN-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-DATE-FORMATTED DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HIST-MEAN-ED) DELIMITED BY SIZE
                       INTO HISTO-RECORD
                   END-STRING
                   WRITE HISTO-RECORD
                   ADD 1 TO WS-HISTORY-ROWS-OUT
               END-IF
           END-PERFORM
           CLOSE HISTORY-OUT-FILE.

      *================================================================*
       4310-PRUNE-HISTORY.
      *================================================================*
      *--- COMPACTS WS-HISTORY-TABLE DOWN TO ENTRIES WITHIN THE LAST   ---
      *--- WS-HIST-RETENTION-DAYS, IN PLACE (EACH KEPT ENTRY MOVES TO  ---
      *--- HST-KEEP-IDX, WHICH NEVER RUNS AHEAD OF THE READ POSITION   ---
      *--- HST-IDX), SO THE OLDEST ROWS FALL OUT INSTEAD OF PERMANENTLY*
      *--- OCCUPYING THE 30000-ENTRY CAP.                              ---
           COMPUTE WS-HIST-PRUNE-CUTOFF =
               WS-TODAY-JULIAN - WS-HIST-RETENTION-DAYS
           SET HST-KEEP-IDX TO 1
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
               MOVE HS-DATE(HST-IDX) TO WS-DATE-CONV-STR
               PERFORM 8200-DATE-TO-JULIAN
               IF WS-CHECK-JULIAN >= WS-HIST-PRUNE-CUTOFF
                   IF HST-KEEP-IDX NOT = HST-IDX
                       MOVE WS-HISTORY(HST-IDX)
                           TO WS-HISTORY(HST-KEEP-IDX)
                   END-IF
                   SET HST-KEEP-IDX UP BY 1
               END-IF
           END-PERFORM
           SET HST-KEEP-IDX DOWN BY 1
           SET WS-HISTORY-COUNT TO HST-KEEP-IDX.

      *================================================================*
       4320-CHECK-HISTORY-SUPERSEDED.
      *================================================================*
      *--- A LOADED HISTORY ROW IS SUPERSEDED WHEN IT CARRIES TODAY'S ---
      *--- DATE AND ITS STATION ACCUMULATED DATA THIS RUN -- THE      ---
      *--- APPEND LOOP IN 4300 IS ABOUT TO WRITE THAT SITE-AND-DATE   ---
      *--- AGAIN WITH THE RE-COMPUTED MEAN.                           ---
           MOVE 'N' TO WS-HIST-SUPERSEDED
           IF HS-DATE(HST-IDX) NOT = WS-DATE-FORMATTED
               EXIT PARAGRAPH
           END-IF
           MOVE HS-SITE-ID(HST-IDX) TO WS-LOOKUP-SITE-ID
           PERFORM 8400-SEARCH-STATION-TABLE
           IF WS-FOUND-STATION = 'Y'
               IF ST-RECORD-COUNT(WS-CURRENT-STN-IDX) > 0
                   MOVE 'Y' TO WS-HIST-SUPERSEDED
               END-IF
           END-IF.

      *================================================================*
       4400-COMPUTE-PROJECTIONS.
      *================================================================*
      *--- FITS A LINEAR RECESSION SLOPE (CFS PER DAY) FROM THE       ---
      *--- OLDEST TRAILING MEAN STILL IN WS-HISTORY-TABLE TO THIS     ---
      *--- RUN'S MEAN, PROJECTS 7 AND 14 DAYS AHEAD (FLOORED AT       ---
      *--- ZERO), AND DATES THE PROJECTED CROSSING OF THE STATION'S   ---
      *--- LOW OR HIGH THRESHOLD WITHIN WS-PRJ-HORIZON-DAYS. A        ---
      *--- STATION NEEDS AT LEAST WS-PRJ-MIN-SPAN DAYS OF TRAILING    ---
      *--- SPAN BEFORE A SLOPE IS TRUSTED. RUNS BEFORE 4300-APPEND-   ---
      *--- HISTORY PRUNES AND REWRITES THE HISTORY TABLE.             ---
           DISPLAY 'SIERRA-FLOW V2.0: COMPUTING FLOW PROJECTIONS...'
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               MOVE 'N' TO ST-PROJ-FLAG(STN-IDX)
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   PERFORM 4420-FIND-OLDEST-TRAILING
                   IF WS-PRJ-FOUND = 'Y'
                       COMPUTE WS-PRJ-SPAN-DAYS =
                           WS-TODAY-JULIAN - WS-PRJ-OLD-JULIAN
                       IF WS-PRJ-SPAN-DAYS >= WS-PRJ-MIN-SPAN
                           MOVE 'Y' TO ST-PROJ-FLAG(STN-IDX)
                           COMPUTE ST-SLOPE(STN-IDX) ROUNDED =
                               (ST-MEAN(STN-IDX) - WS-PRJ-OLD-MEAN)
                               / WS-PRJ-SPAN-DAYS
                           COMPUTE ST-PROJ-7(STN-IDX) ROUNDED =
                               ST-MEAN(STN-IDX) +
                               ST-SLOPE(STN-IDX) * 7
                           COMPUTE ST-PROJ-14(STN-IDX) ROUNDED =
                               ST-MEAN(STN-IDX) +
                               ST-SLOPE(STN-IDX) * 14
                           IF ST-PROJ-7(STN-IDX) < 0
                               MOVE 0 TO ST-PROJ-7(STN-IDX)
                           END-IF
                           IF ST-PROJ-14(STN-IDX) < 0
                               MOVE 0 TO ST-PROJ-14(STN-IDX)
                           END-IF
                           PERFORM 4410-PROJECT-CROSSING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================*
       4410-PROJECT-CROSSING.
      *================================================================*
      *--- A FALLING STATION STILL ABOVE ITS LOW THRESHOLD IS DATED   ---
      *--- TO THE DAY THE SLOPE CARRIES IT UNDER; A RISING STATION    ---
      *--- STILL UNDER ITS HIGH THRESHOLD IS DATED TO THE DAY IT      ---
      *--- TOPS IT. A CROSSING PAST THE HORIZON IS NOT PUBLISHED --   ---
      *--- A STRAIGHT-LINE FIT THAT FAR OUT IS NOISE, NOT FORECAST.   ---
           MOVE SPACES TO ST-CROSS-KIND(STN-IDX)
           MOVE SPACES TO ST-CROSS-DATE(STN-IDX)
           EVALUATE TRUE
               WHEN ST-SLOPE(STN-IDX) < 0
                   AND ST-MEAN(STN-IDX) > ST-LOW-THRESH(STN-IDX)
                   COMPUTE WS-PRJ-CROSS-DIFF =
                       ST-MEAN(STN-IDX) - ST-LOW-THRESH(STN-IDX)
                   COMPUTE WS-PRJ-SLOPE-MAG = 0 - ST-SLOPE(STN-IDX)
                   MOVE 'LOW ' TO ST-CROSS-KIND(STN-IDX)
               WHEN ST-SLOPE(STN-IDX) > 0
                   AND ST-MEAN(STN-IDX) < ST-HIGH-THRESH(STN-IDX)
                   COMPUTE WS-PRJ-CROSS-DIFF =
                       ST-HIGH-THRESH(STN-IDX) - ST-MEAN(STN-IDX)
                   MOVE ST-SLOPE(STN-IDX) TO WS-PRJ-SLOPE-MAG
                   MOVE 'HIGH' TO ST-CROSS-KIND(STN-IDX)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
      *--- A SHALLOW SLOPE PUTS THE CROSSING SO FAR OUT THAT THE DAY  ---
      *--- COUNT WOULD OVERFLOW ITS FIELD AND TRUNCATE BACK INTO      ---
      *--- RANGE, PUBLISHING A BOGUS NEAR-TERM DATE -- TEST THE       ---
      *--- DISTANCE AGAINST SLOPE * HORIZON BEFORE DIVIDING.          ---
           IF WS-PRJ-CROSS-DIFF >
               WS-PRJ-SLOPE-MAG * WS-PRJ-HORIZON-DAYS
               MOVE SPACES TO ST-CROSS-KIND(STN-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRJ-CROSS-DAYS ROUNDED =
               WS-PRJ-CROSS-DIFF / WS-PRJ-SLOPE-MAG
           IF WS-PRJ-CROSS-DAYS > WS-PRJ-HORIZON-DAYS
               MOVE SPACES TO ST-CROSS-KIND(STN-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRJ-CROSS-JULIAN =
               WS-TODAY-JULIAN + WS-PRJ-CROSS-DAYS
           MOVE WS-PRJ-CROSS-JULIAN TO WS-CHECK-JULIAN
           PERFORM 8210-JULIAN-TO-DATE
           MOVE WS-DATE-CONV-STR TO ST-CROSS-DATE(STN-IDX).

      *================================================================*
       4420-FIND-OLDEST-TRAILING.
      *================================================================*
      *--- THE HISTORY TABLE IS SORTED BY SITE THEN DATE, SO THE      ---
      *--- FIRST ENTRY IN A SITE'S BLOCK IS ITS OLDEST TRAILING MEAN. ---
           MOVE 'N' TO WS-PRJ-FOUND
           MOVE ST-SITE-ID(STN-IDX) TO WS-LOOKUP-SITE-ID
           PERFORM 8440-FIND-HISTORY-START
           IF WS-HS-START <= WS-HISTORY-COUNT
               SET HST-IDX TO WS-HS-START
               IF HS-SITE-ID(HST-IDX) = WS-LOOKUP-SITE-ID
                   MOVE HS-DATE(HST-IDX) TO WS-DATE-CONV-STR
                   PERFORM 8200-DATE-TO-JULIAN
                   MOVE WS-CHECK-JULIAN  TO WS-PRJ-OLD-JULIAN
                   MOVE HS-MEAN(HST-IDX) TO WS-PRJ-OLD-MEAN
                   MOVE 'Y' TO WS-PRJ-FOUND
               END-IF
           END-IF.

      *================================================================*
       4500-CHECK-MASS-BALANCE.
      *================================================================*
      *--- RUNS AFTER 4000-COMPUTE-STATS, WHILE THE STATION TABLE IS  ---
      *--- STILL SITE-SORTED AND THE HISTORY TABLE HOLDS THE TRAILING ---
      *--- MEANS FOR BOTH HALVES OF EACH PAIR. FINDINGS JOIN THE      ---
      *--- SECTION V ISSUE TABLE, AND ONE PREFLIGHT-STYLE ERROR PER   ---
      *--- BAD PAIR RE-TESTS THE runcontrol.csv ABORT LEVEL: THE      ---
      *--- REPORT STILL PUBLISHES, BUT THE RUN EXITS RC=8 SO THE      ---
      *--- DISTRIBUTION STEP DOWNSTREAM CAN HOLD IT.                  ---
           DISPLAY 'SIERRA-FLOW V2.0: CHECKING MASS BALANCE...'
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF ST-UPSTREAM-SITE(STN-IDX) NOT = SPACES
                   PERFORM 4510-CHECK-ONE-PAIR
               END-IF
           END-PERFORM
           IF WS-MB-FLAG-COUNT > 0
               DISPLAY 'SIERRA-FLOW V2.0: MASS BALANCE FLAGGED '
                   WS-MB-FLAG-COUNT ' STATION-DAY(S)'
               PERFORM 1870-EVALUATE-PREFLIGHT-GATE
               IF WS-PF-REFUSED = 'Y'
                   MOVE 'Y' TO WS-MB-GATE-TRIPPED
                   MOVE 'MASS-BALANCE-GATE' TO WS-RL-EVENT
                   MOVE 'FINDINGS EXCEED ABORT LEVEL'
                       TO WS-RL-DETAIL
                   MOVE WS-MB-FLAG-COUNT TO WS-RL-COUNT
                   PERFORM 7610-LOG-RUN-EVENT
               END-IF
           END-IF.

      *================================================================*
       4510-CHECK-ONE-PAIR.
      *================================================================*
           MOVE ST-SITE-ID(STN-IDX) TO WS-LOOKUP-SITE-ID
           PERFORM 8440-FIND-HISTORY-START
           MOVE WS-HS-START TO WS-MB-DN-START
           MOVE ST-UPSTREAM-SITE(STN-IDX) TO WS-LOOKUP-SITE-ID
           PERFORM 8440-FIND-HISTORY-START
           MOVE WS-HS-START TO WS-MB-UP-START
           MOVE 0 TO WS-MB-PAIR-FLAGS
           PERFORM VARYING HST-IDX FROM WS-MB-DN-START BY 1
               UNTIL HST-IDX > WS-HISTORY-COUNT
                   OR HS-SITE-ID(HST-IDX) NOT = ST-SITE-ID(STN-IDX)
               PERFORM 4520-COMPARE-PAIR-DAY
           END-PERFORM
           IF WS-MB-PAIR-FLAGS > 0
               MOVE 'ERROR' TO WS-PF-SEVERITY
               MOVE ST-SITE-ID(STN-IDX) TO WS-PF-SITE
               MOVE 'FLOW BELOW UPSTREAM GAGE (MASS BAL)'
                   TO WS-PF-DETAIL
               PERFORM 8300-RECORD-PREFLIGHT-ISSUE
           END-IF.

      *================================================================*
       4520-COMPARE-PAIR-DAY.
      *================================================================*
      *--- THE UPSTREAM BLOCK IS WALKED WITH THE SECOND HISTORY INDEX ---
      *--- SO THE OUTER DOWNSTREAM WALK KEEPS ITS PLACE.              ---
           MOVE 'N' TO WS-MB-UP-FOUND
           PERFORM VARYING HST-KEEP-IDX FROM WS-MB-UP-START BY 1
               UNTIL HST-KEEP-IDX > WS-HISTORY-COUNT
                   OR HS-SITE-ID(HST-KEEP-IDX) NOT =
                       ST-UPSTREAM-SITE(STN-IDX)
                   OR WS-MB-UP-FOUND = 'Y'
               IF HS-DATE(HST-KEEP-IDX) = HS-DATE(HST-IDX)
                   MOVE 'Y' TO WS-MB-UP-FOUND
                   MOVE HS-MEAN(HST-KEEP-IDX) TO WS-MB-UP-MEAN
               END-IF
           END-PERFORM
           IF WS-MB-UP-FOUND = 'N' OR WS-MB-UP-MEAN <= 0
               EXIT PARAGRAPH
           END-IF
      *--- WATER LAWFULLY DIVERTED ABOVE THE DOWNSTREAM GAGE IS NOT A ---
      *--- MASS-BALANCE VIOLATION: THE DAY'S WITHDRAWALS ARE ADDED    ---
      *--- BACK (THE SAME NATURALIZATION SECTION I-E APPLIES) BEFORE  ---
      *--- THE TOLERANCE TEST, SO A CANAL-HEADGATE PAIR STOPS PAGING  ---
      *--- AND HOLDING DISTRIBUTION FOR LEGAL DELIVERIES.             ---
           MOVE ST-SITE-ID(STN-IDX) TO WS-SITE-ID
           MOVE HS-DATE(HST-IDX)    TO WS-MEAS-DATE
           PERFORM 3260-FIND-DAY-DIVERSIONS
           COMPUTE WS-MB-DN-ADJ =
               HS-MEAN(HST-IDX) + WS-DIV-DAY-CFS
           COMPUTE WS-MB-LIMIT ROUNDED =
               WS-MB-UP-MEAN * WS-MB-TOLERANCE
           IF WS-MB-DN-ADJ < WS-MB-LIMIT
               ADD 1 TO WS-MB-FLAG-COUNT
               ADD 1 TO WS-MB-PAIR-FLAGS
               COMPUTE WS-MB-DEF-PCT ROUNDED =
                   (1 - WS-MB-DN-ADJ / WS-MB-UP-MEAN) * 100
               PERFORM 4530-RECORD-MB-ISSUE
           END-IF.

      *================================================================*
       4530-RECORD-MB-ISSUE.
      *================================================================*
           IF WS-DQ-ISSUE-COUNT < 2000
               ADD 1 TO WS-DQ-ISSUE-COUNT
               SET DQI-IDX TO WS-DQ-ISSUE-COUNT
               MOVE ST-SITE-ID(STN-IDX)   TO DQI-SITE-ID(DQI-IDX)
               MOVE ST-SITE-NAME(STN-IDX) TO DQI-SITE-NAME(DQI-IDX)
               MOVE 'MASS-BAL'            TO DQI-TYPE(DQI-IDX)
               MOVE WS-MB-DEF-PCT         TO WS-MB-DEF-PCT-ED
               MOVE SPACES TO WS-DQ-ISSUE-DETAIL
               STRING HS-DATE(HST-IDX) DELIMITED BY SIZE
                   ' DEF ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MB-DEF-PCT-ED) DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WS-DQ-ISSUE-DETAIL
               END-STRING
               MOVE WS-DQ-ISSUE-DETAIL TO DQI-DETAIL(DQI-IDX)
           ELSE
               DISPLAY 'WARNING: DATA QUALITY ISSUE TABLE FULL - '
                   'DROPPING MASS-BALANCE ISSUE FOR '
                   ST-SITE-ID(STN-IDX)
           END-IF.

      *================================================================*
       4600-UPDATE-PEAKS.
      *================================================================*
      *--- A RUN WHOSE PEAK DISCHARGE TOPS THE ARCHIVED PEAK FOR THE  ---
      *--- CURRENT WATER YEAR REPLACES IT (A SITE-YEAR WITH NO ROW    ---
      *--- YET GETS ONE), THEN peaks.csv IS REWRITTEN, SO THE PEAK A  ---
      *--- STORM SETS TODAY IS STILL THERE WHEN THE EMERGENCY         ---
      *--- MANAGERS ASK ABOUT THE NEXT ONE. APPENDS LAND PAST THE     ---
      *--- SORTED PREFIX, SO THE PER-STATION LOOKUP IS BOUNDED AT THE ---
      *--- PRE-LOOP COUNT AND THE TAIL IS FOLDED BACK IN BY THE       ---
      *--- RE-SORT BELOW (EACH STATION IS VISITED ONCE, SO ITS OWN    ---
      *--- ROW CAN NEVER BE HIDING IN THE UNSORTED TAIL).             ---
      *--- THE PEAK TAKEN IS ST-PEAK-CFS / ST-PEAK-GH, WHICH LEAVE OUT---
      *--- UNIT-VALUE DAYS MARKED INCOMPLETE BY SCREENING.            ---
           MOVE WS-PK-COUNT TO WS-PK-BASE-COUNT
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   PERFORM 4610-UPDATE-ONE-PEAK
               END-IF
           END-PERFORM
           IF WS-PK-APPENDS > 0
               PERFORM 1797-SORT-PEAK-TABLE
           END-IF
           IF WS-PK-UPDATES > 0 OR WS-PK-APPENDS > 0
               PERFORM 4650-WRITE-PEAKS
           END-IF.

      *================================================================*
       4610-UPDATE-ONE-PEAK.
      *================================================================*
           IF ST-PEAK-CFS(STN-IDX) = -9999999
               EXIT PARAGRAPH
           END-IF
           MOVE ST-SITE-ID(STN-IDX) TO WS-LOOKUP-SITE-ID
           MOVE WS-PK-BASE-COUNT TO WS-PK-SEARCH-HI
           PERFORM 8470-FIND-PEAK-START
           MOVE 'N' TO WS-PK-CUR-FOUND
           PERFORM VARYING PK-IDX FROM WS-PK-START BY 1
               UNTIL PK-IDX > WS-PK-BASE-COUNT
                   OR PK-SITE-ID(PK-IDX) NOT = WS-LOOKUP-SITE-ID
                   OR WS-PK-CUR-FOUND = 'Y'
               IF PK-WY(PK-IDX) = WS-WATER-YEAR
                   MOVE 'Y' TO WS-PK-CUR-FOUND
                   SET WS-PK-CUR-IDX TO PK-IDX
               END-IF
           END-PERFORM

           IF WS-PK-CUR-FOUND = 'Y'
               SET PK-IDX TO WS-PK-CUR-IDX
               IF ST-PEAK-CFS(STN-IDX) > PK-CFS(PK-IDX)
                   MOVE ST-PEAK-CFS(STN-IDX) TO PK-CFS(PK-IDX)
                   IF ST-PEAK-GH(STN-IDX) > 0
                       MOVE ST-PEAK-GH(STN-IDX) TO PK-GH(PK-IDX)
                   END-IF
                   MOVE WS-DATE-FORMATTED TO PK-DATE(PK-IDX)
                   ADD 1 TO WS-PK-UPDATES
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-PK-COUNT >= 20000
               DISPLAY 'WARNING: PEAK ARCHIVE FULL - NOT RECORDING '
                   ST-SITE-ID(STN-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PK-COUNT
           SET PK-IDX TO WS-PK-COUNT
           MOVE ST-SITE-ID(STN-IDX) TO PK-SITE-ID(PK-IDX)
           MOVE WS-WATER-YEAR       TO PK-WY(PK-IDX)
           MOVE ST-PEAK-CFS(STN-IDX) TO PK-CFS(PK-IDX)
           IF ST-PEAK-GH(STN-IDX) > 0
               MOVE ST-PEAK-GH(STN-IDX) TO PK-GH(PK-IDX)
           ELSE
               MOVE ZEROS TO PK-GH(PK-IDX)
           END-IF
           MOVE WS-DATE-FORMATTED   TO PK-DATE(PK-IDX)
           ADD 1 TO WS-PK-APPENDS.

      *================================================================*
       4650-WRITE-PEAKS.
      *================================================================*
           OPEN OUTPUT PEAKS-OUT-FILE
           IF WS-PKO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN peaks.csv FOR REWRITE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'SITE_ID,WATER_YEAR,PEAK_CFS,PEAK_GH,PEAK_DATE'
               TO PKO-RECORD
           WRITE PKO-RECORD
           PERFORM VARYING PK-IDX FROM 1 BY 1
               UNTIL PK-IDX > WS-PK-COUNT
               MOVE PK-CFS(PK-IDX) TO WS-HIST-MEAN-ED
               MOVE PK-GH(PK-IDX)  TO WS-SHEF-GH-ED
               MOVE SPACES TO PKO-RECORD
               STRING FUNCTION TRIM(PK-SITE-ID(PK-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PK-WY(PK-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HIST-MEAN-ED) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHEF-GH-ED) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   PK-DATE(PK-IDX) DELIMITED BY SIZE
                   INTO PKO-RECORD
               END-STRING
               WRITE PKO-RECORD
               ADD 1 TO WS-PK-ROWS-OUT
           END-PERFORM
           CLOSE PEAKS-OUT-FILE
           DISPLAY 'SIERRA-FLOW V2.0: PEAK ARCHIVE UPDATED - '
               WS-PK-UPDATES ' PEAK(S) RAISED, '
               WS-PK-APPENDS ' SITE-YEAR(S) ADDED'.

      *================================================================*
       4700-ROLL-COMPLIANCE.
      *================================================================*
      *--- ROLLS THIS RUN'S CHECKED STATION-DAYS, IN SITE AND DATE    ---
      *--- ORDER, INTO THE CARRIED COMPLIANCE STATE, FLAGS EVERY SITE ---
      *--- STILL OUT OF COMPLIANCE FOR SECTION II, AND REWRITES       ---
      *--- compliance-state.csv. RUNS BEFORE 5000-SORT-STATIONS SO    ---
      *--- 4730 CAN STILL BINARY-SEARCH THE STATION TABLE.            ---
           IF WS-IFR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IFD-COUNT > 1
               SORT ID-SORT-FILE
                   ASCENDING KEY IDS-SITE-ID IDS-DATE
                   INPUT  PROCEDURE 4706-ID-SORT-INPUT
                   OUTPUT PROCEDURE 4707-ID-SORT-OUTPUT
           END-IF
           MOVE SPACES TO WS-IFD-PRIOR-SITE
           MOVE SPACES TO WS-IFD-PRIOR-DATE
           MOVE 0      TO WS-CS-CUR-IDX
           PERFORM VARYING IFD-IDX FROM 1 BY 1
               UNTIL IFD-IDX > WS-IFD-COUNT
               PERFORM 4710-ROLL-ONE-IFR-DAY
           END-PERFORM
           PERFORM 4730-FLAG-OUT-STATIONS
           PERFORM 4750-WRITE-COMPLIANCE-STATE
           DISPLAY 'SIERRA-FLOW V2.0: INSTREAM CHECK - ' WS-IFD-COUNT
               ' STATION-DAYS, ' WS-IFD-OUT-COUNT ' OUT OF COMPLIANCE'.

      *================================================================*
       4706-ID-SORT-INPUT.
      *================================================================*
           PERFORM VARYING IFD-IDX FROM 1 BY 1
               UNTIL IFD-IDX > WS-IFD-COUNT
               MOVE WS-IFR-DAY(IFD-IDX) TO ID-SORT-RECORD
               RELEASE ID-SORT-RECORD
           END-PERFORM.

      *================================================================*
       4707-ID-SORT-OUTPUT.
      *================================================================*
           MOVE 0   TO WS-IFD-COUNT
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN ID-SORT-FILE INTO ID-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IFD-COUNT
                       SET IFD-IDX TO WS-IFD-COUNT
                       MOVE ID-SORT-RECORD TO WS-IFR-DAY(IFD-IDX)
           END-PERFORM.

      *================================================================*
       4710-ROLL-ONE-IFR-DAY.
      *================================================================*
      *--- A DAY ON OR BEFORE THE SITE'S CS-LAST-DATE WAS ROLLED IN   ---
      *--- BY AN EARLIER RUN (A RE-RUN OR AN OVERLAPPING FEED), SO IT ---
      *--- IS REPORTED BUT NOT COUNTED AGAIN. A DAY WITH NO DATA DOES ---
      *--- NOT BREAK A VIOLATION STREAK; ONLY A DAY IN COMPLIANCE     ---
      *--- DOES.                                                      ---
           IF ID-SITE-ID(IFD-IDX) = WS-IFD-PRIOR-SITE
               AND ID-DATE(IFD-IDX) = WS-IFD-PRIOR-DATE
               MOVE 'D' TO ID-ROLLED(IFD-IDX)
               EXIT PARAGRAPH
           END-IF
           IF ID-SITE-ID(IFD-IDX) NOT = WS-IFD-PRIOR-SITE
               PERFORM 4720-FIND-COMPLIANCE-STATE
           END-IF
           MOVE ID-SITE-ID(IFD-IDX) TO WS-IFD-PRIOR-SITE
           MOVE ID-DATE(IFD-IDX)    TO WS-IFD-PRIOR-DATE
           IF WS-CS-CUR-IDX = 0
               MOVE 'D' TO ID-ROLLED(IFD-IDX)
               EXIT PARAGRAPH
           END-IF
           SET CST-IDX TO WS-CS-CUR-IDX
           MOVE 'Y' TO CS-TOUCHED(CST-IDX)
           MOVE ID-LICENSE(IFD-IDX) TO CS-LICENSE(CST-IDX)

           IF ID-DATE(IFD-IDX) <= CS-LAST-DATE(CST-IDX)
               MOVE 'P' TO ID-ROLLED(IFD-IDX)
               MOVE CS-CONSEC-OUT(CST-IDX)    TO ID-CONSEC(IFD-IDX)
               MOVE CS-WY-DEFICIT-AF(CST-IDX)
                   TO ID-WY-DEFICIT-AF(IFD-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(ID-DATE(IFD-IDX)(1:4)) TO WS-IFD-WY
           IF ID-DATE(IFD-IDX)(6:2) >= '10'
               ADD 1 TO WS-IFD-WY
           END-IF
           IF WS-IFD-WY NOT = CS-WATER-YEAR(CST-IDX)
               MOVE WS-IFD-WY TO CS-WATER-YEAR(CST-IDX)
               MOVE 0 TO CS-WY-DAYS-OUT(CST-IDX)
               MOVE 0 TO CS-WY-DEFICIT-AF(CST-IDX)
           END-IF

           IF ID-SHORT-CFS(IFD-IDX) > 0
               ADD 1 TO CS-CONSEC-OUT(CST-IDX)
               ADD 1 TO CS-WY-DAYS-OUT(CST-IDX)
               ADD ID-DEFICIT-AF(IFD-IDX) TO CS-WY-DEFICIT-AF(CST-IDX)
               MOVE 'Y' TO CS-OUT-NOW(CST-IDX)
               ADD 1 TO WS-IFD-OUT-COUNT
           ELSE
               MOVE 0   TO CS-CONSEC-OUT(CST-IDX)
               MOVE 'N' TO CS-OUT-NOW(CST-IDX)
           END-IF
           MOVE ID-DATE(IFD-IDX)          TO CS-LAST-DATE(CST-IDX)
           MOVE CS-CONSEC-OUT(CST-IDX)    TO ID-CONSEC(IFD-IDX)
           MOVE CS-WY-DEFICIT-AF(CST-IDX) TO ID-WY-DEFICIT-AF(IFD-IDX)
           MOVE 'Y' TO ID-ROLLED(IFD-IDX).

      *================================================================*
       4720-FIND-COMPLIANCE-STATE.
      *================================================================*
      *--- LOCATES ID-SITE-ID'S STATE ENTRY, OPENING A FRESH ONE FOR  ---
      *--- A SITE CHECKED FOR THE FIRST TIME. WS-CS-CUR-IDX IS LEFT   ---
      *--- ZERO ONLY WHEN THE STATE TABLE IS FULL.                    ---
           MOVE 0 TO WS-CS-CUR-IDX
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > WS-CS-COUNT
                   OR WS-CS-CUR-IDX > 0
               IF CS-SITE-ID(CST-IDX) = ID-SITE-ID(IFD-IDX)
                   SET WS-CS-CUR-IDX TO CST-IDX
               END-IF
           END-PERFORM
           IF WS-CS-CUR-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CS-COUNT >= 3000
               DISPLAY 'WARNING: COMPLIANCE STATE TABLE FULL - '
                   ID-SITE-ID(IFD-IDX) ' NOT TRACKED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CS-COUNT
           SET CST-IDX TO WS-CS-COUNT
           MOVE ID-SITE-ID(IFD-IDX) TO CS-SITE-ID(CST-IDX)
           MOVE ID-LICENSE(IFD-IDX) TO CS-LICENSE(CST-IDX)
           MOVE SPACES TO CS-LAST-DATE(CST-IDX)
           MOVE ZEROS  TO CS-WATER-YEAR(CST-IDX)
                          CS-CONSEC-OUT(CST-IDX)
                          CS-WY-DAYS-OUT(CST-IDX)
                          CS-WY-DEFICIT-AF(CST-IDX)
           MOVE 'N' TO CS-OUT-NOW(CST-IDX)
           MOVE 'N' TO CS-TOUCHED(CST-IDX)
           MOVE WS-CS-COUNT TO WS-CS-CUR-IDX.

      *================================================================*
       4730-FLAG-OUT-STATIONS.
      *================================================================*
      *--- A SITE REPORTED THIS RUN WHOSE LATEST ROLLED DAY LEFT IT   ---
      *--- OUT OF COMPLIANCE CARRIES ST-IFR-FLAG INTO SECTION II.     ---
           MOVE 0 TO WS-CS-OUT-SITES
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > WS-CS-COUNT
               IF CS-TOUCHED(CST-IDX) = 'Y'
                   AND CS-OUT-NOW(CST-IDX) = 'Y'
                   ADD 1 TO WS-CS-OUT-SITES
                   MOVE CS-SITE-ID(CST-IDX) TO WS-LOOKUP-SITE-ID
                   PERFORM 8400-SEARCH-STATION-TABLE
                   IF WS-FOUND-STATION = 'Y'
                       SET STN-IDX TO WS-CURRENT-STN-IDX
                       MOVE 'Y' TO ST-IFR-FLAG(STN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================*
       4750-WRITE-COMPLIANCE-STATE.
      *================================================================*
      *--- EVERY STATE ENTRY IS WRITTEN BACK, TOUCHED OR NOT, SO A    ---
      *--- SITE THAT MISSES A RUN KEEPS ITS STREAK AND DEFICIT.       ---
           OPEN OUTPUT COMPLIANCE-STATE-OUT-FILE
           IF WS-CSTO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT REWRITE compliance-state.csv'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CSTO-RECORD
           STRING 'SITE_ID,LICENSE_ID,LAST_DATE,WATER_YEAR,'
                   DELIMITED BY SIZE
               'CONSEC_DAYS_OUT,WY_DAYS_OUT,WY_DEFICIT_AF,STATUS'
                   DELIMITED BY SIZE
               INTO CSTO-RECORD
           END-STRING
           WRITE CSTO-RECORD
           MOVE 0 TO WS-CST-ROWS-OUT
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > WS-CS-COUNT
               MOVE CS-CONSEC-OUT(CST-IDX)    TO WS-CS-CONSEC-ED
               MOVE CS-WY-DAYS-OUT(CST-IDX)   TO WS-CS-DAYS-ED
               MOVE CS-WY-DEFICIT-AF(CST-IDX) TO WS-CS-AF-ED
               IF CS-OUT-NOW(CST-IDX) = 'Y'
                   MOVE 'OUT' TO WS-CS-STATUS-STR
               ELSE
                   MOVE 'IN'  TO WS-CS-STATUS-STR
               END-IF
               MOVE SPACES TO CSTO-RECORD
               STRING FUNCTION TRIM(CS-SITE-ID(CST-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(CS-LICENSE(CST-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(CS-LAST-DATE(CST-IDX))
                       DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   CS-WATER-YEAR(CST-IDX) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CS-CONSEC-ED) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CS-DAYS-ED) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CS-AF-ED) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CS-STATUS-STR) DELIMITED BY SIZE
                   INTO CSTO-RECORD
               END-STRING
               WRITE CSTO-RECORD
               ADD 1 TO WS-CST-ROWS-OUT
           END-PERFORM
           CLOSE COMPLIANCE-STATE-OUT-FILE.

      *================================================================*
       4800-UPDATE-GAGE-STATUS.
      *================================================================*
      *--- RUNS WHILE THE STATION TABLE IS STILL IN SITE ORDER: EVERY ---
      *--- GAGE REGISTERED FROM station-master.csv (OR REPORTING      ---
      *--- TODAY) IS ROLLED FORWARD. A GAGE WITH ANY USABLE DISCHARGE ---
      *--- IS UP; ONE THAT SENT NOTHING, ONLY EQP/ICE-QUALIFIED ROWS, ---
      *--- OR ONLY TEMPERATURE ADDS THE PROCESSING DAYS SINCE ITS     ---
      *--- ENTRY WAS LAST ROLLED (A SAME-DAY RE-RUN ADDS NONE).       ---
      *--- STATUS ROWS FOR SITES NO LONGER REGISTERED ARE DROPPED.    ---
           MOVE 0 TO WS-GS-DOWN-COUNT
           MOVE 0 TO WS-GS-ALERT-COUNT
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               PERFORM 4810-FIND-GAGE-STATUS
               IF WS-GS-CUR-IDX > 0
                   PERFORM 4820-ROLL-ONE-GAGE
               END-IF
           END-PERFORM
           PERFORM 4850-WRITE-STATION-STATUS
           IF WS-GS-DOWN-COUNT > 0
               DISPLAY 'SIERRA-FLOW V2.0: ' WS-GS-DOWN-COUNT
                   ' GAGE(S) DOWN, ' WS-GS-ALERT-COUNT
                   ' PAST THE OUTAGE ALERT LIMIT'
           END-IF.

      *================================================================*
       4810-FIND-GAGE-STATUS.
      *================================================================*
      *--- LOCATES ST-SITE-ID(STN-IDX)'S STATUS ENTRY, OPENING A      ---
      *--- FRESH ONE FOR A GAGE SEEN FOR THE FIRST TIME. WS-GS-CUR-   ---
      *--- IDX IS LEFT ZERO ONLY WHEN THE STATUS TABLE IS FULL.       ---
           MOVE 0 TO WS-GS-CUR-IDX
           PERFORM VARYING GST-IDX FROM 1 BY 1
               UNTIL GST-IDX > WS-GS-COUNT
                   OR WS-GS-CUR-IDX > 0
               IF GS-SITE-ID(GST-IDX) = ST-SITE-ID(STN-IDX)
                   SET WS-GS-CUR-IDX TO GST-IDX
               END-IF
           END-PERFORM
           IF WS-GS-CUR-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GS-COUNT >= 2000
               DISPLAY 'WARNING: STATION STATUS TABLE FULL - '
                   ST-SITE-ID(STN-IDX) ' NOT TRACKED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GS-COUNT
           SET GST-IDX TO WS-GS-COUNT
           MOVE ST-SITE-ID(STN-IDX) TO GS-SITE-ID(GST-IDX)
           MOVE SPACES TO GS-LAST-GOOD(GST-IDX)
                          GS-REASON(GST-IDX)
                          GS-STATUS-DATE(GST-IDX)
           MOVE ZEROS  TO GS-DAYS-DOWN(GST-IDX)
           MOVE 'N'    TO GS-ALERT(GST-IDX)
           MOVE WS-GS-COUNT TO WS-GS-CUR-IDX.

      *================================================================*
       4820-ROLL-ONE-GAGE.
      *================================================================*
           SET GST-IDX TO WS-GS-CUR-IDX
           MOVE 'Y' TO GS-ACTIVE(GST-IDX)
           MOVE 'N' TO GS-ALERT(GST-IDX)
           MOVE ST-SITE-NAME(STN-IDX) TO GS-SITE-NAME(GST-IDX)
           MOVE ST-BASIN(STN-IDX)     TO GS-BASIN(GST-IDX)
           IF ST-RECORD-COUNT(STN-IDX) > 0
               IF ST-LAST-DATE(STN-IDX) > GS-LAST-GOOD(GST-IDX)
                   MOVE ST-LAST-DATE(STN-IDX) TO GS-LAST-GOOD(GST-IDX)
               END-IF
               MOVE 0      TO GS-DAYS-DOWN(GST-IDX)
               MOVE SPACES TO GS-REASON(GST-IDX)
               MOVE WS-DATE-FORMATTED TO GS-STATUS-DATE(GST-IDX)
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN ST-EQP-COUNT(STN-IDX) > 0
                   AND ST-EQP-COUNT(STN-IDX) >= ST-ICE-COUNT(STN-IDX)
                   MOVE 'EQUIPMENT' TO GS-REASON(GST-IDX)
               WHEN ST-ICE-COUNT(STN-IDX) > 0
                   MOVE 'ICE'       TO GS-REASON(GST-IDX)
               WHEN ST-TMP-COUNT(STN-IDX) > 0
                   MOVE 'TEMP ONLY' TO GS-REASON(GST-IDX)
               WHEN OTHER
                   MOVE 'SILENT'    TO GS-REASON(GST-IDX)
           END-EVALUATE

      *--- A GAGE THAT WAS UP LAST RUN IS DOWN EVERY PROCESSING DAY   ---
      *--- SINCE THAT RUN (ONE DAY WHEN THERE IS NO EARLIER RUN); ONE ---
      *--- ALREADY DOWN ADDS EVERY PROCESSING DAY SINCE ITS ENTRY WAS ---
      *--- LAST ROLLED. EITHER WAY A MISSED RUN DOES NOT SHORTEN THE  ---
      *--- OUTAGE.                                                    ---
           IF GS-DAYS-DOWN(GST-IDX) = 0
               MOVE 1 TO GS-DAYS-DOWN(GST-IDX)
               IF GS-STATUS-DATE(GST-IDX) NOT = SPACES
                   AND GS-STATUS-DATE(GST-IDX) < WS-DATE-FORMATTED
                   MOVE GS-STATUS-DATE(GST-IDX) TO WS-DATE-CONV-STR
                   PERFORM 8200-DATE-TO-JULIAN
                   IF WS-CHECK-JULIAN > 0
                       COMPUTE GS-DAYS-DOWN(GST-IDX) =
                           WS-TODAY-JULIAN - WS-CHECK-JULIAN
                   END-IF
               END-IF
           ELSE
               IF GS-STATUS-DATE(GST-IDX) < WS-DATE-FORMATTED
                   MOVE GS-STATUS-DATE(GST-IDX) TO WS-DATE-CONV-STR
                   PERFORM 8200-DATE-TO-JULIAN
                   IF WS-CHECK-JULIAN > 0
                       COMPUTE GS-DAYS-DOWN(GST-IDX) =
                           GS-DAYS-DOWN(GST-IDX) +
                           WS-TODAY-JULIAN - WS-CHECK-JULIAN
                   ELSE
                       ADD 1 TO GS-DAYS-DOWN(GST-IDX)
                   END-IF
               END-IF
           END-IF
           IF GS-STATUS-DATE(GST-IDX) < WS-DATE-FORMATTED
               MOVE WS-DATE-FORMATTED TO GS-STATUS-DATE(GST-IDX)
           END-IF
           ADD 1 TO WS-GS-DOWN-COUNT
           IF GS-DAYS-DOWN(GST-IDX) >= WS-OUTAGE-ALERT-DAYS
               MOVE 'Y' TO GS-ALERT(GST-IDX)
               MOVE 'Y' TO ST-OUTAGE-FLAG(STN-IDX)
               ADD 1 TO WS-GS-ALERT-COUNT
           END-IF.

      *================================================================*
       4850-WRITE-STATION-STATUS.
      *================================================================*
           OPEN OUTPUT STATION-STATUS-OUT-FILE
           IF WS-GSTO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT REWRITE station-status.csv'
               EXIT PARAGRAPH
           END-IF
           MOVE 'SITE_ID,LAST_GOOD_DATE,DAYS_DOWN,REASON,STATUS_DATE'
               TO GSTO-RECORD
           WRITE GSTO-RECORD
           MOVE 0 TO WS-GS-ROWS-OUT
           PERFORM VARYING GST-IDX FROM 1 BY 1
               UNTIL GST-IDX > WS-GS-COUNT
               IF GS-ACTIVE(GST-IDX) = 'Y'
                   MOVE GS-DAYS-DOWN(GST-IDX) TO WS-GS-DAYS-ED
                   MOVE SPACES TO GSTO-RECORD
                   STRING FUNCTION TRIM(GS-SITE-ID(GST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(GS-LAST-GOOD(GST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GS-DAYS-ED) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(GS-REASON(GST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(GS-STATUS-DATE(GST-IDX))
                           DELIMITED BY SIZE
                       INTO GSTO-RECORD
                   END-STRING
                   WRITE GSTO-RECORD
                   ADD 1 TO WS-GS-ROWS-OUT
               END-IF
           END-PERFORM
           CLOSE STATION-STATUS-OUT-FILE.

      *================================================================*
       4900-CLOSE-WATER-YEAR.
      *================================================================*
      *--- WATER-YEAR-CLOSE MODE. TOTALS THE CLOSED WATER YEAR FROM   ---
      *--- THE MONTH-END COPIES OF monthly-stats.csv (ONE FINAL DAILY ---
      *--- MEAN PER STATION-DAY), THEN REPLACES THAT YEAR'S ROWS IN   ---
      *--- baseline-history.csv AND WRITES THE BASIN-BY-BASIN         ---
      *--- SUMMARY. THE NORMAL RUN GOES ON AS USUAL; A CLOSE CAN BE   ---
      *--- REPEATED AND GIVES THE SAME RESULT. RUNS AFTER             ---
      *--- 5000-SORT-STATIONS SO 8420 CAN NAME THE STATION AND AFTER  ---
      *--- 4600 SO TODAY'S PEAKS COUNT. THE NEW ROWS FEED SECTION IV  ---
      *--- FROM THE NEXT RUN ON.                                      ---
           IF NOT WY-CLOSE-RUN
               EXIT PARAGRAPH
           END-IF
           IF WS-WC-YEAR = 0
               COMPUTE WS-WC-YEAR = WS-WATER-YEAR - 1
           END-IF
           IF WS-WC-YEAR >= WS-WATER-YEAR
               DISPLAY 'WARNING: WATER YEAR ' WS-WC-YEAR
                   ' HAS NOT ENDED - WATER-YEAR CLOSE SKIPPED'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: CLOSING WATER YEAR '
               WS-WC-YEAR '...'
           COMPUTE WS-WC-PRIOR-YEAR = WS-WC-YEAR - 1
           MOVE SPACES TO WS-WC-START-DATE WS-WC-END-DATE
           STRING WS-WC-PRIOR-YEAR DELIMITED BY SIZE
               '-10-01' DELIMITED BY SIZE
               INTO WS-WC-START-DATE
           END-STRING
           STRING WS-WC-YEAR DELIMITED BY SIZE
               '-09-30' DELIMITED BY SIZE
               INTO WS-WC-END-DATE
           END-STRING
           MOVE WS-WC-END-DATE TO WS-DATE-CONV-STR
           PERFORM 8200-DATE-TO-JULIAN
           MOVE WS-CHECK-JULIAN TO WS-WC-END-JULIAN
           MOVE WS-WC-START-DATE TO WS-DATE-CONV-STR
           PERFORM 8200-DATE-TO-JULIAN
           COMPUTE WS-WC-YEAR-DAYS =
               WS-WC-END-JULIAN - WS-CHECK-JULIAN + 1
           MOVE 0 TO WS-WC-COUNT
                     WS-WC-NODATA-COUNT
                     WS-WC-PROV-COUNT
                     WS-WC-NO-PEAK
                     WS-WC-MONTHS-FOUND

           SORT WC-SORT-FILE
               ASCENDING KEY WCS-SITE-ID WCS-DATE
               INPUT  PROCEDURE 4910-WC-SORT-INPUT
               OUTPUT PROCEDURE 4920-WC-SORT-OUTPUT

           IF WS-WC-COUNT = 0
               DISPLAY 'WARNING: NO DAILY MEANS FOUND FOR WATER YEAR '
                   WS-WC-YEAR ' - baseline-history.csv NOT CHANGED'
               EXIT PARAGRAPH
           END-IF
           SET WY-CLOSE-DONE TO TRUE
           PERFORM 4947-WC-CHECK-ACTIVE-STATIONS
           PERFORM 4950-REWRITE-BASELINE-HISTORY
           PERFORM 4960-WRITE-WY-SUMMARY
           DISPLAY 'SIERRA-FLOW V2.0: WATER YEAR ' WS-WC-YEAR
               ' CLOSED - ' WS-WC-COUNT ' STATIONS, '
               WS-WC-PROV-COUNT ' PROVISIONAL, '
               WS-WC-NODATA-COUNT ' ACTIVE WITH NO MEANS'.

      *================================================================*
       4910-WC-SORT-INPUT.
      *================================================================*
      *--- WATER-YEAR MONTH 1 IS OCTOBER OF THE PRIOR CALENDAR YEAR. A---
      *--- MONTH WITH NO COPY ON DISK IS WARNED ABOUT AND SIMPLY ADDS ---
      *--- TO EVERY STATION'S MISSING DAYS.                           ---
           PERFORM VARYING WS-WC-MONTH-NO FROM 1 BY 1
               UNTIL WS-WC-MONTH-NO > 12
               IF WS-WC-MONTH-NO <= 3
                   MOVE WS-WC-PRIOR-YEAR TO WS-WC-MO-YEAR
                   COMPUTE WS-WC-MO-MONTH = WS-WC-MONTH-NO + 9
               ELSE
                   MOVE WS-WC-YEAR TO WS-WC-MO-YEAR
                   COMPUTE WS-WC-MO-MONTH = WS-WC-MONTH-NO - 3
               END-IF
               PERFORM 4915-READ-MONTH-ARCHIVE
           END-PERFORM.

      *================================================================*
       4915-READ-MONTH-ARCHIVE.
      *================================================================*
           MOVE SPACES TO WS-MA-NAME
           STRING 'monthly-stats-' DELIMITED BY SIZE
               WS-WC-MO-YEAR DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-WC-MO-MONTH DELIMITED BY SIZE
               '.csv' DELIMITED BY SIZE
               INTO WS-MA-NAME
           END-STRING
           OPEN INPUT MONTH-ARCHIVE-FILE
           IF WS-MAR-STATUS NOT = '00'
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-MA-NAME)
                   ' NOT FOUND - ITS DAYS COUNT AS MISSING'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WC-MONTHS-FOUND
           MOVE 'N' TO WS-EOF-MAR
           PERFORM UNTIL EOF-MONTH-ARCHIVE
               READ MONTH-ARCHIVE-FILE INTO MAR-RECORD
                   AT END SET EOF-MONTH-ARCHIVE TO TRUE
                   NOT AT END
                       PERFORM 4917-RELEASE-ARCHIVE-ROW
               END-READ
           END-PERFORM
           CLOSE MONTH-ARCHIVE-FILE.

      *================================================================*
       4917-RELEASE-ARCHIVE-ROW.
      *================================================================*
      *--- SAME LAYOUT AS monthly-stats.csv (SITE, DATE, MEAN, ALERT, ---
      *--- TIER). ONLY DAYS INSIDE THE CLOSED WATER YEAR ARE KEPT.    ---
           ADD 1 TO WS-MA-ROWS-IN
           MOVE MAR-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WCS-SITE-ID
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WCS-DATE
           IF WCS-SITE-ID = SPACES
               OR WCS-DATE(5:1) NOT = '-'
               OR WCS-DATE(8:1) NOT = '-'
               OR WCS-DATE < WS-WC-START-DATE
               OR WCS-DATE > WS-WC-END-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(3)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELDS(3)) TO WCS-MEAN
           RELEASE WC-SORT-RECORD.

      *================================================================*
       4920-WC-SORT-OUTPUT.
      *================================================================*
      *--- CONTROL BREAK ON SITE. A DATE SEEN TWICE (THE SAME DAY IN  ---
      *--- TWO COPIES) IS TAKEN ONCE.                                 ---
           MOVE SPACES TO WS-WC-SITE
           MOVE 0 TO WS-WC-DAY-COUNT
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN WC-SORT-FILE INTO WC-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       IF WCS-SITE-ID NOT = WS-WC-SITE
                           PERFORM 4930-FINISH-WC-SITE
                           MOVE WCS-SITE-ID TO WS-WC-SITE
                           MOVE 0 TO WS-WC-DAY-COUNT
                           MOVE SPACES TO WS-WC-PREV-DATE
                       END-IF
                       IF WCS-DATE NOT = WS-WC-PREV-DATE
                           PERFORM 4925-ADD-WC-DAY
                       END-IF
           END-PERFORM
           PERFORM 4930-FINISH-WC-SITE.

      *================================================================*
       4925-ADD-WC-DAY.
      *================================================================*
           MOVE WCS-DATE TO WS-WC-PREV-DATE
           MOVE WCS-DATE TO WS-DATE-CONV-STR
           PERFORM 8200-DATE-TO-JULIAN
           IF WS-CHECK-JULIAN = 0 OR WS-WC-DAY-COUNT >= 366
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WC-DAY-COUNT
           MOVE WS-CHECK-JULIAN TO WCD-JULIAN(WS-WC-DAY-COUNT)
           MOVE WCS-MEAN        TO WCD-MEAN(WS-WC-DAY-COUNT).

      *================================================================*
       4930-FINISH-WC-SITE.
      *================================================================*
      *--- ONE STATION'S WATER YEAR: MEAN AND MEDIAN OF ITS DAILY     ---
      *--- MEANS, LOWEST 7-DAY MEAN, RUNOFF (CFS-DAYS * 1.9835 AF)    ---
      *--- OVER THE DAYS ON RECORD, AND PROVISIONAL WHEN MORE THAN    ---
      *--- WY-CLOSE-MAX-MISSING DAYS OF THE YEAR HAVE NO MEAN. A SITE ---
      *--- NO LONGER IN THE STATION TABLE STILL CLOSES, UNDER BASIN   ---
      *--- OTHER.                                                     ---
           IF WS-WC-SITE = SPACES OR WS-WC-DAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WC-COUNT >= 3000
               DISPLAY 'WARNING: WATER-YEAR CLOSE TABLE FULL - '
                   'NOT CLOSING ' WS-WC-SITE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WC-COUNT
           SET WCR-IDX TO WS-WC-COUNT
           MOVE WS-WC-SITE TO WCR-SITE-ID(WCR-IDX)
           MOVE WS-WC-SITE TO WS-LOOKUP-SITE-ID
           PERFORM 8420-SCAN-STATION-TABLE
           IF WS-SCAN-STN-FOUND = 'Y'
               MOVE ST-SITE-NAME(WS-SCAN-STN-IDX)
                   TO WCR-SITE-NAME(WCR-IDX)
               MOVE ST-BASIN(WS-SCAN-STN-IDX) TO WCR-BASIN(WCR-IDX)
           ELSE
               MOVE SPACES  TO WCR-SITE-NAME(WCR-IDX)
               MOVE 'OTHER' TO WCR-BASIN(WCR-IDX)
           END-IF
           MOVE WS-WC-DAY-COUNT TO WCR-DAYS(WCR-IDX)
           MOVE 0 TO WS-WC-SUM
           PERFORM VARYING WS-WC-I FROM 1 BY 1
               UNTIL WS-WC-I > WS-WC-DAY-COUNT
               ADD WCD-MEAN(WS-WC-I) TO WS-WC-SUM
           END-PERFORM
           COMPUTE WCR-MEAN(WCR-IDX) ROUNDED =
               WS-WC-SUM / WS-WC-DAY-COUNT
           COMPUTE WCR-RUNOFF-AF(WCR-IDX) ROUNDED =
               WS-WC-SUM * WS-AF-PER-CFS-DAY
           PERFORM 4935-WC-MEDIAN
           PERFORM 4940-WC-MIN-7DAY
           IF WS-WC-YEAR-DAYS - WS-WC-DAY-COUNT > WS-WC-MAX-MISSING
               MOVE 'Y' TO WCR-PROVISIONAL(WCR-IDX)
               ADD 1 TO WS-WC-PROV-COUNT
           ELSE
               MOVE 'N' TO WCR-PROVISIONAL(WCR-IDX)
           END-IF
           PERFORM 4945-WC-CHECK-PEAK.

      *================================================================*
       4935-WC-MEDIAN.
      *================================================================*
      *--- INSERTION SORT OF THE DAY VALUES INTO WCV-MEAN; AN EVEN    ---
      *--- COUNT TAKES THE AVERAGE OF THE TWO MIDDLE VALUES.          ---
           PERFORM VARYING WS-WC-I FROM 1 BY 1
               UNTIL WS-WC-I > WS-WC-DAY-COUNT
               MOVE WCD-MEAN(WS-WC-I) TO WS-WC-HOLD
               MOVE WS-WC-I TO WS-WC-J
               MOVE 'N' TO WS-WC-PLACED
               PERFORM UNTIL WS-WC-PLACED = 'Y'
                   IF WS-WC-J = 1
                       MOVE 'Y' TO WS-WC-PLACED
                   ELSE
                       IF WCV-MEAN(WS-WC-J - 1) > WS-WC-HOLD
                           MOVE WCV-MEAN(WS-WC-J - 1)
                               TO WCV-MEAN(WS-WC-J)
                           SUBTRACT 1 FROM WS-WC-J
                       ELSE
                           MOVE 'Y' TO WS-WC-PLACED
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-WC-HOLD TO WCV-MEAN(WS-WC-J)
           END-PERFORM
           DIVIDE WS-WC-DAY-COUNT BY 2
               GIVING WS-WC-K REMAINDER WS-WC-REM
           IF WS-WC-REM = 1
               MOVE WCV-MEAN(WS-WC-K + 1) TO WCR-MEDIAN(WCR-IDX)
           ELSE
               COMPUTE WCR-MEDIAN(WCR-IDX) ROUNDED =
                   (WCV-MEAN(WS-WC-K) + WCV-MEAN(WS-WC-K + 1)) / 2
           END-IF.

      *================================================================*
       4940-WC-MIN-7DAY.
      *================================================================*
      *--- LOWEST MEAN OVER SEVEN CONSECUTIVE CALENDAR DAYS. A WINDOW ---
      *--- THAT SPANS A MISSING DAY IS NOT USED; A STATION WITH NO    ---
      *--- FULL WINDOW HAS NO 7-DAY MINIMUM.                          ---
           MOVE 'N' TO WCR-MIN7-SET(WCR-IDX)
           MOVE 0   TO WCR-MIN7(WCR-IDX)
           PERFORM VARYING WS-WC-I FROM 7 BY 1
               UNTIL WS-WC-I > WS-WC-DAY-COUNT
               IF WCD-JULIAN(WS-WC-I) - WCD-JULIAN(WS-WC-I - 6) = 6
                   MOVE 0 TO WS-WC-WIN-SUM
                   COMPUTE WS-WC-K = WS-WC-I - 6
                   PERFORM VARYING WS-WC-J FROM WS-WC-K BY 1
                       UNTIL WS-WC-J > WS-WC-I
                       ADD WCD-MEAN(WS-WC-J) TO WS-WC-WIN-SUM
                   END-PERFORM
                   COMPUTE WS-WC-WIN-MEAN ROUNDED = WS-WC-WIN-SUM / 7
                   IF WCR-MIN7-SET(WCR-IDX) = 'N'
                       OR WS-WC-WIN-MEAN < WCR-MIN7(WCR-IDX)
                       MOVE WS-WC-WIN-MEAN TO WCR-MIN7(WCR-IDX)
                       MOVE 'Y' TO WCR-MIN7-SET(WCR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================*
       4945-WC-CHECK-PEAK.
      *================================================================*
      *--- EVERY CLOSED OR ACTIVE STATION SHOULD HAVE ITS WATER-YEAR  ---
      *--- PEAK IN peaks.csv; ONE WITHOUT IS WARNED ABOUT AND COUNTED.---
      *--- WS-WC-SITE AND WCR-IDX NAME THE STATION.                   ---
           MOVE 'N'    TO WCR-PEAK-FOUND(WCR-IDX)
           MOVE 0      TO WCR-PEAK-CFS(WCR-IDX)
           MOVE SPACES TO WCR-PEAK-DATE(WCR-IDX)
           IF WS-PK-COUNT > 0
               MOVE WS-WC-SITE  TO WS-LOOKUP-SITE-ID
               MOVE WS-PK-COUNT TO WS-PK-SEARCH-HI
               PERFORM 8470-FIND-PEAK-START
               PERFORM VARYING PK-IDX FROM WS-PK-START BY 1
                   UNTIL PK-IDX > WS-PK-COUNT
                      OR PK-SITE-ID(PK-IDX) NOT = WS-LOOKUP-SITE-ID
                   IF PK-WY(PK-IDX) = WS-WC-YEAR
                       AND PK-CFS(PK-IDX) > 0
                       MOVE 'Y' TO WCR-PEAK-FOUND(WCR-IDX)
                       MOVE PK-CFS(PK-IDX) TO WCR-PEAK-CFS(WCR-IDX)
                       MOVE PK-DATE(PK-IDX) TO WCR-PEAK-DATE(WCR-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WCR-PEAK-FOUND(WCR-IDX) = 'N'
               ADD 1 TO WS-WC-NO-PEAK
               DISPLAY 'WARNING: NO WATER YEAR ' WS-WC-YEAR
                   ' PEAK IN peaks.csv FOR ' WS-WC-SITE
           END-IF.

      *================================================================*
       4947-WC-CHECK-ACTIVE-STATIONS.
      *================================================================*
      *--- THE MONTH COPIES ONLY NAME STATIONS THAT HAD A MEAN, SO    ---
      *--- EVERY STATION IN THE TABLE IS ALSO WALKED: ONE THAT DID    ---
      *--- NOT CLOSE IS ADDED AFTER THE CLOSED ENTRIES WITH NO DAYS   ---
      *--- OF RECORD, GETS THE SAME peaks.csv CHECK, AND IS LISTED IN ---
      *--- THE SUMMARY. IT GETS NO baseline-history.csv ROW.          ---
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               PERFORM 4948-WC-CHECK-ONE-STATION
           END-PERFORM.

      *================================================================*
       4948-WC-CHECK-ONE-STATION.
      *================================================================*
           IF ST-SITE-ID(STN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ST-SITE-ID(STN-IDX) TO WS-BH-SITE
           PERFORM 4957-FIND-WC-RESULT
           IF WS-WC-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-WC-COUNT + WS-WC-NODATA-COUNT >= 3000
               DISPLAY 'WARNING: WATER-YEAR CLOSE TABLE FULL - '
                   'NOT CHECKING ' ST-SITE-ID(STN-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WC-NODATA-COUNT
           SET WCR-IDX TO WS-WC-COUNT
           SET WCR-IDX UP BY WS-WC-NODATA-COUNT
           MOVE ST-SITE-ID(STN-IDX)   TO WCR-SITE-ID(WCR-IDX)
           MOVE ST-SITE-NAME(STN-IDX) TO WCR-SITE-NAME(WCR-IDX)
           MOVE ST-BASIN(STN-IDX)     TO WCR-BASIN(WCR-IDX)
           MOVE 0 TO WCR-DAYS(WCR-IDX)
                     WCR-MEAN(WCR-IDX)
                     WCR-MEDIAN(WCR-IDX)
                     WCR-MIN7(WCR-IDX)
                     WCR-RUNOFF-AF(WCR-IDX)
           MOVE 'N' TO WCR-MIN7-SET(WCR-IDX)
                       WCR-PROVISIONAL(WCR-IDX)
           DISPLAY 'WARNING: NO WATER YEAR ' WS-WC-YEAR
               ' DAILY MEANS FOR ACTIVE STATION ' ST-SITE-ID(STN-IDX)
           MOVE ST-SITE-ID(STN-IDX) TO WS-WC-SITE
           PERFORM 4945-WC-CHECK-PEAK.

      *================================================================*
       4950-REWRITE-BASELINE-HISTORY.
      *================================================================*
      *--- KEEPS EVERY ROW OF baseline-history.csv AS IT WAS EXCEPT   ---
      *--- THE CLOSED YEAR'S ROWS FOR THE STATIONS BEING CLOSED,      ---
      *--- WHICH ARE REPLACED, SO A REPEATED CLOSE NEVER DUPLICATES A ---
      *--- YEAR. THE FILE IS HELD IN MEMORY AND ONLY REWRITTEN IF IT  ---
      *--- ALL FITS. THE FIRST FOUR COLUMNS KEEP THE LAYOUT 2200      ---
      *--- READS.                                                     ---
           MOVE 0   TO WS-BH-COUNT WS-WC-REPLACED WS-WYB-ROWS-OUT
           MOVE 'N' TO WS-BH-OVERFLOW
           OPEN INPUT WY-BASELINE-FILE
           IF WS-WYB-STATUS = '00'
               MOVE 'Y' TO WS-FIRST-LINE
               MOVE 'N' TO WS-EOF-WYB
               PERFORM UNTIL EOF-WY-BASELINE
                   READ WY-BASELINE-FILE INTO WYB-RECORD
                       AT END SET EOF-WY-BASELINE TO TRUE
                       NOT AT END
                           IF IS-HEADER
                               MOVE 'N' TO WS-FIRST-LINE
                           ELSE
                               PERFORM 4955-KEEP-BASELINE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WY-BASELINE-FILE
           END-IF
           IF WS-BH-OVERFLOW = 'Y'
               DISPLAY 'WARNING: baseline-history.csv OVER 10000 '
                   'ROWS - NOT REWRITTEN'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT WY-BASELINE-OUT-FILE
           IF WS-WYBO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT REWRITE baseline-history.csv'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WYBO-RECORD
           STRING 'SITE_ID,WATER_YEAR,MEAN,MEDIAN,MIN_7DAY_MEAN,'
                   DELIMITED BY SIZE
               'RUNOFF_AF,DAYS_OF_RECORD,PROVISIONAL'
                   DELIMITED BY SIZE
               INTO WYBO-RECORD
           END-STRING
           WRITE WYBO-RECORD
           PERFORM VARYING WS-BH-IDX FROM 1 BY 1
               UNTIL WS-BH-IDX > WS-BH-COUNT
               WRITE WYBO-RECORD FROM BH-LINE(WS-BH-IDX)
               ADD 1 TO WS-WYB-ROWS-OUT
           END-PERFORM
           PERFORM VARYING WCR-IDX FROM 1 BY 1
               UNTIL WCR-IDX > WS-WC-COUNT
               PERFORM 4958-WRITE-BASELINE-ROW
           END-PERFORM
           CLOSE WY-BASELINE-OUT-FILE
           DISPLAY 'SIERRA-FLOW V2.0: baseline-history.csv REWRITTEN'
               ' - ' WS-WC-COUNT ' ROWS FOR ' WS-WC-YEAR
               ', ' WS-WC-REPLACED ' REPLACED'.

      *================================================================*
       4955-KEEP-BASELINE-ROW.
      *================================================================*
           IF WYB-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WYB-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO WS-BH-SITE
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-BH-YEAR-STR
           MOVE 0 TO WS-BH-YEAR
           IF FUNCTION TEST-NUMVAL(WS-BH-YEAR-STR) = 0
               MOVE FUNCTION NUMVAL(WS-BH-YEAR-STR) TO WS-BH-YEAR
           END-IF
           IF WS-BH-YEAR = WS-WC-YEAR
               PERFORM 4957-FIND-WC-RESULT
               IF WS-WC-FOUND = 'Y'
                   ADD 1 TO WS-WC-REPLACED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-BH-COUNT >= 10000
               MOVE 'Y' TO WS-BH-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BH-COUNT
           MOVE WYB-RECORD TO BH-LINE(WS-BH-COUNT).

      *================================================================*
       4957-FIND-WC-RESULT.
      *================================================================*
      *--- BINARY SEARCH OF THE SITE-ORDERED CLOSE RESULTS (THEY COME ---
      *--- OFF THE SORT BY SITE) FOR WS-BH-SITE.                      ---
           MOVE 'N' TO WS-WC-FOUND
           MOVE 1 TO WS-BS-LO
           MOVE WS-WC-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI OR WS-WC-FOUND = 'Y'
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               SET WCR-IDX TO WS-BS-MID
               EVALUATE TRUE
                   WHEN WCR-SITE-ID(WCR-IDX) = WS-BH-SITE
                       MOVE 'Y' TO WS-WC-FOUND
                   WHEN WCR-SITE-ID(WCR-IDX) < WS-BH-SITE
                       COMPUTE WS-BS-LO = WS-BS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-BS-HI = WS-BS-MID - 1
               END-EVALUATE
           END-PERFORM.

      *================================================================*
       4958-WRITE-BASELINE-ROW.
      *================================================================*
           MOVE WCR-MEAN(WCR-IDX)      TO WS-WC-MEAN-ED
           MOVE WCR-MEDIAN(WCR-IDX)    TO WS-WC-MEDIAN-ED
           MOVE WCR-RUNOFF-AF(WCR-IDX) TO WS-WC-AF-ED
           MOVE WCR-DAYS(WCR-IDX)      TO WS-WC-CNT-ED
           MOVE SPACES TO WS-WC-MIN7-CSV
           IF WCR-MIN7-SET(WCR-IDX) = 'Y'
               MOVE WCR-MIN7(WCR-IDX) TO WS-HIST-MEAN-ED
               MOVE FUNCTION TRIM(WS-HIST-MEAN-ED) TO WS-WC-MIN7-CSV
           END-IF
           MOVE SPACES TO WYBO-RECORD
           STRING FUNCTION TRIM(WCR-SITE-ID(WCR-IDX))
                   DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-WC-YEAR DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WC-MEAN-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WC-MEDIAN-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-WC-MIN7-CSV DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WC-AF-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WC-CNT-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WCR-PROVISIONAL(WCR-IDX) DELIMITED BY SIZE
               INTO WYBO-RECORD
           END-STRING
           WRITE WYBO-RECORD
           ADD 1 TO WS-WYB-ROWS-OUT.

      *================================================================*
       4960-WRITE-WY-SUMMARY.
      *================================================================*
      *--- water-year-summary-YYYY.txt: ONE LINE PER CLOSED STATION   ---
      *--- AND PER ACTIVE STATION WITH NO MEANS, GROUPED BY BASIN     ---
      *--- WITH A RUNOFF TOTAL FOR EACH, THEN THE ALL-BASIN TOTALS.   ---
           MOVE SPACES TO WS-WYS-RPT-NAME
           STRING 'water-year-summary-' DELIMITED BY SIZE
               WS-WC-YEAR DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-WYS-RPT-NAME
           END-STRING
           OPEN OUTPUT WY-SUMMARY-FILE
           IF WS-WSR-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN '
                   FUNCTION TRIM(WS-WYS-RPT-NAME)
               EXIT PARAGRAPH
           END-IF
           WRITE WSR-LINE FROM WS-HEADER-1
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  WATER YEAR ' DELIMITED BY SIZE
               WS-WC-YEAR DELIMITED BY SIZE
               ' CLOSE - ' DELIMITED BY SIZE
               WS-WC-START-DATE DELIMITED BY SIZE
               ' THROUGH ' DELIMITED BY SIZE
               WS-WC-END-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WSR-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RUN ID: ' DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               '   MONTHS OF DAILY MEANS FOUND: ' DELIMITED BY SIZE
               WS-WC-MONTHS-FOUND DELIMITED BY SIZE
               ' OF 12' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WSR-LINE FROM WS-REPORT-LINE
           WRITE WSR-LINE FROM WS-HEADER-1

           MOVE 0 TO WS-WC-TOTAL-AF
           SORT WR-SORT-FILE
               ASCENDING KEY WRS-BASIN WRS-SITE-ID
               INPUT  PROCEDURE 4962-WR-SORT-INPUT
               OUTPUT PROCEDURE 4964-WR-SORT-OUTPUT

           WRITE WSR-LINE FROM WS-BLANK-LINE
           WRITE WSR-LINE FROM WS-HEADER-1
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  STATIONS CLOSED:             ' TO SL-LABEL
           MOVE WS-WC-COUNT TO SL-VALUE
           WRITE WSR-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  - PROVISIONAL (DAYS MISSING):' TO SL-LABEL
           MOVE WS-WC-PROV-COUNT TO SL-VALUE
           WRITE WSR-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  ACTIVE, NO DAILY MEANS:      ' TO SL-LABEL
           MOVE WS-WC-NODATA-COUNT TO SL-VALUE
           WRITE WSR-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  NO PEAK IN peaks.csv:        ' TO SL-LABEL
           MOVE WS-WC-NO-PEAK TO SL-VALUE
           WRITE WSR-LINE FROM WS-SUMMARY-LINE
           MOVE WS-WC-TOTAL-AF TO WS-WC-AF-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    ALL-BASIN RUNOFF (AF): ' DELIMITED BY SIZE
               WS-WC-AF-ED DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WSR-LINE FROM WS-REPORT-LINE
           WRITE WSR-LINE FROM WS-HEADER-1
           CLOSE WY-SUMMARY-FILE
           DISPLAY 'SIERRA-FLOW V2.0: WATER-YEAR SUMMARY WRITTEN TO '
               FUNCTION TRIM(WS-WYS-RPT-NAME).

      *================================================================*
       4962-WR-SORT-INPUT.
      *================================================================*
           PERFORM VARYING WCR-IDX FROM 1 BY 1
               UNTIL WCR-IDX > WS-WC-COUNT + WS-WC-NODATA-COUNT
               MOVE WCR-BASIN(WCR-IDX)   TO WRS-BASIN
               MOVE WCR-SITE-ID(WCR-IDX) TO WRS-SITE-ID
               SET WRS-IDX TO WCR-IDX
               RELEASE WR-SORT-RECORD
           END-PERFORM.

      *================================================================*
       4964-WR-SORT-OUTPUT.
      *================================================================*
           MOVE SPACES TO WS-WC-BASIN
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN WR-SORT-FILE INTO WR-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       IF WRS-BASIN NOT = WS-WC-BASIN
                           OR WS-WC-BASIN = SPACES
                           PERFORM 4968-WRITE-WY-BASIN-TOTAL
                           MOVE WRS-BASIN TO WS-WC-BASIN
                           PERFORM 4966-WRITE-WY-BASIN-HEAD
                       END-IF
                       SET WCR-IDX TO WRS-IDX
                       PERFORM 4967-WRITE-WY-STATION-LINE
           END-PERFORM
           PERFORM 4968-WRITE-WY-BASIN-TOTAL.

      *================================================================*
       4966-WRITE-WY-BASIN-HEAD.
      *================================================================*
           MOVE 0 TO WS-WC-BASIN-STNS WS-WC-BASIN-AF
           WRITE WSR-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BASIN: ' DELIMITED BY SIZE
               WS-WC-BASIN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WSR-LINE FROM WS-REPORT-LINE
           WRITE WSR-LINE FROM WS-WCS-COL
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE WSR-LINE FROM WS-REPORT-LINE.

      *================================================================*
       4967-WRITE-WY-STATION-LINE.
      *================================================================*
           MOVE SPACES TO WS-WCS-LINE
           MOVE WCR-SITE-ID(WCR-IDX)         TO WCL-SITE-ID
           MOVE WCR-SITE-NAME(WCR-IDX)(1:24) TO WCL-SITE-NAME
           MOVE WCR-DAYS(WCR-IDX)            TO WCL-DAYS
      *--- AN ACTIVE STATION WITH NO MEANS IS LISTED FOR ITS PEAK     ---
      *--- ONLY AND IS NOT COUNTED IN THE BASIN'S CLOSED STATIONS     ---
           IF WCR-DAYS(WCR-IDX) = 0
               MOVE '   NO DATA' TO WCL-MEAN-X
               IF WCR-PEAK-FOUND(WCR-IDX) = 'Y'
                   MOVE WCR-PEAK-CFS(WCR-IDX) TO WS-WC-PEAK-ED
                   MOVE WS-WC-PEAK-ED         TO WCL-PEAK
                   MOVE WCR-PEAK-DATE(WCR-IDX) TO WCL-PEAK-DATE
               ELSE
                   MOVE '   NO PEAK'          TO WCL-PEAK
               END-IF
               WRITE WSR-LINE FROM WS-WCS-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WCR-MEAN(WCR-IDX)            TO WCL-MEAN
           MOVE WCR-MEDIAN(WCR-IDX)          TO WCL-MEDIAN
           IF WCR-MIN7-SET(WCR-IDX) = 'Y'
               MOVE WCR-MIN7(WCR-IDX) TO WS-WC-MIN7-ED
               MOVE WS-WC-MIN7-ED     TO WCL-MIN7
           ELSE
               MOVE '       N/A'      TO WCL-MIN7
           END-IF
           MOVE WCR-RUNOFF-AF(WCR-IDX)       TO WCL-RUNOFF
           IF WCR-PROVISIONAL(WCR-IDX) = 'Y'
               MOVE 'YES' TO WCL-PROV
           END-IF
           IF WCR-PEAK-FOUND(WCR-IDX) = 'Y'
               MOVE WCR-PEAK-CFS(WCR-IDX) TO WS-WC-PEAK-ED
               MOVE WS-WC-PEAK-ED         TO WCL-PEAK
               MOVE WCR-PEAK-DATE(WCR-IDX) TO WCL-PEAK-DATE
           ELSE
               MOVE '   NO PEAK'          TO WCL-PEAK
           END-IF
           WRITE WSR-LINE FROM WS-WCS-LINE
           ADD 1 TO WS-WC-BASIN-STNS
           ADD WCR-RUNOFF-AF(WCR-IDX) TO WS-WC-BASIN-AF
           ADD WCR-RUNOFF-AF(WCR-IDX) TO WS-WC-TOTAL-AF.

      *================================================================*
       4968-WRITE-WY-BASIN-TOTAL.
      *================================================================*
           IF WS-WC-BASIN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WC-BASIN-STNS TO WS-WC-CNT-ED
           MOVE WS-WC-BASIN-AF   TO WS-WC-AF-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BASIN TOTAL: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WC-CNT-ED) DELIMITED BY SIZE
               ' STATIONS, RUNOFF ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-WC-AF-ED) DELIMITED BY SIZE
               ' AF' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE WSR-LINE FROM WS-REPORT-LINE.

      *================================================================*
       5000-SORT-STATIONS.
               MOVE ST-PROJ-14(STN-IDX)        TO SR-PROJ-14
               MOVE ST-CROSS-KIND(STN-IDX)     TO SR-CROSS-KIND
               MOVE ST-CROSS-DATE(STN-IDX)     TO SR-CROSS-DATE
               MOVE ST-FLOW-CLASS(STN-IDX)     TO SR-FLOW-CLASS
               MOVE ST-IFR-FLAG(STN-IDX)       TO SR-IFR-FLAG
               MOVE ST-OUTAGE-FLAG(STN-IDX)    TO SR-OUTAGE-FLAG
               MOVE ST-SHIFT-COUNT(STN-IDX)    TO SR-SHIFT-COUNT
               MOVE ST-SCR-SPIKE(STN-IDX)      TO SR-SCR-SPIKE
               MOVE ST-SCR-RATE(STN-IDX)       TO SR-SCR-RATE
               MOVE ST-SCR-FLAT(STN-IDX)       TO SR-SCR-FLAT
               MOVE ST-SCR-RANGE(STN-IDX)      TO SR-SCR-RANGE
               MOVE ST-INCOMPLETE-DAYS(STN-IDX) TO SR-INCOMPLETE-DAYS
               MOVE ST-PEAK-CFS(STN-IDX)       TO SR-PEAK-CFS
               MOVE ST-PEAK-GH(STN-IDX)        TO SR-PEAK-GH
               MOVE ST-CDEC-ID(STN-IDX)        TO SR-CDEC-ID
               MOVE ST-SOURCE-PREF(STN-IDX)    TO SR-SOURCE-PREF
               MOVE ST-SOURCE(STN-IDX)         TO SR-SOURCE
               RELEASE SORT-RECORD
           END-PERFORM.

                       MOVE SR-PROJ-14        TO ST-PROJ-14(STN-IDX)
                       MOVE SR-CROSS-KIND     TO ST-CROSS-KIND(STN-IDX)
                       MOVE SR-CROSS-DATE     TO ST-CROSS-DATE(STN-IDX)
                       MOVE SR-FLOW-CLASS     TO ST-FLOW-CLASS(STN-IDX)
                       MOVE SR-IFR-FLAG       TO ST-IFR-FLAG(STN-IDX)
                       MOVE SR-OUTAGE-FLAG    TO
                           ST-OUTAGE-FLAG(STN-IDX)
                       MOVE SR-SHIFT-COUNT    TO
                           ST-SHIFT-COUNT(STN-IDX)
                       MOVE SR-SCR-SPIKE      TO
                           ST-SCR-SPIKE(STN-IDX)
                       MOVE SR-SCR-RATE       TO
                           ST-SCR-RATE(STN-IDX)
                       MOVE SR-SCR-FLAT       TO
                           ST-SCR-FLAT(STN-IDX)
                       MOVE SR-SCR-RANGE      TO
                           ST-SCR-RANGE(STN-IDX)
                       MOVE SR-INCOMPLETE-DAYS TO
                           ST-INCOMPLETE-DAYS(STN-IDX)
                       MOVE SR-PEAK-CFS       TO
                           ST-PEAK-CFS(STN-IDX)
                       MOVE SR-PEAK-GH        TO
                           ST-PEAK-GH(STN-IDX)
                       MOVE SR-CDEC-ID        TO
                           ST-CDEC-ID(STN-IDX)
                       MOVE SR-SOURCE-PREF    TO
                           ST-SOURCE-PREF(STN-IDX)
                       MOVE SR-SOURCE         TO
                           ST-SOURCE(STN-IDX)
               END-RETURN
           END-PERFORM.

           PERFORM 6280-WRITE-SECTION-ID
           PERFORM 6290-WRITE-SECTION-IE
           PERFORM 6300-WRITE-SECTION-II
           IF WS-RO-COUNT > 0
               PERFORM 6380-WRITE-NOTIFY-BATCHES
               PERFORM 6390-WRITE-SECTION-IIA
           END-IF
           PERFORM 6340-WRITE-SECTION-IIB
           PERFORM 6400-WRITE-SECTION-III
           PERFORM 6450-WRITE-SECTION-IIIB
           PERFORM 6460-WRITE-SECTION-IIIC
           PERFORM 6500-WRITE-SECTION-IV
           PERFORM 6600-WRITE-SECTION-V
           PERFORM 6650-WRITE-SECTION-VB
           IF WS-FM-COUNT > 0
               PERFORM 6785-WRITE-RATING-REVIEW
           END-IF
           PERFORM 6700-WRITE-SECTION-VI
           PERFORM 6750-WRITE-EXPORT
           PERFORM 6755-WRITE-SHEF
           IF REVISION-RUN
               PERFORM 6760-WRITE-AMENDMENTS
           END-IF
           IF WS-IFR-COUNT > 0
               PERFORM 6790-WRITE-COMPLIANCE-REPORT
           END-IF
           PERFORM 6800-WRITE-FOOTER.

      *================================================================*
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE ST-SITE-ID(STN-IDX)        TO DL-SITE-ID
                   MOVE ST-SITE-NAME(STN-IDX)(1:20) TO DL-SITE-NAME
                   MOVE ST-RECORD-COUNT(STN-IDX)   TO DL-RECORDS
                   MOVE ST-MEAN(STN-IDX)           TO DL-MEAN
                   MOVE ST-MIN(STN-IDX)            TO DL-MIN
                   MOVE ST-TREND(STN-IDX)          TO DL-TREND
                   MOVE ST-ALERT-COUNT(STN-IDX)    TO DL-ALERTS
                   MOVE ST-RATED-COUNT(STN-IDX)    TO DL-RATED
                   MOVE ST-FLOW-CLASS(STN-IDX)     TO DL-FLOW-CLASS
                   WRITE RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
      *--- STATS) AND ICE/EQUIPMENT EXCLUSIONS (COUNTED BUT NEVER     ---
      *--- ACCUMULATED), SO A STATION WHOSE MEAN LEANS ON ESTIMATES   ---
      *--- OR LOST WEEKS TO ICE IS VISIBLE AT A GLANCE.               ---
      *--- SHIFTED COUNTS THE RATED STATION-DAYS MOVED BY A           ---
      *--- FIELD-MEASUREMENT SHIFT.                                   ---
           MOVE 'SECTION I-C: MEASUREMENT QUALIFICATIONS'
               TO WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-REPORT-LINE
               IF ST-EST-COUNT(STN-IDX) > 0
                   OR ST-ICE-COUNT(STN-IDX) > 0
                   OR ST-EQP-COUNT(STN-IDX) > 0
                   OR ST-SHIFT-COUNT(STN-IDX) > 0
                   MOVE SPACES TO WS-QC-LINE
                   MOVE ST-SITE-ID(STN-IDX)         TO QC-SITE-ID
                   MOVE ST-SITE-NAME(STN-IDX)(1:30) TO QC-SITE-NAME
                   MOVE ST-EST-COUNT(STN-IDX)       TO QC-EST
                   MOVE ST-ICE-COUNT(STN-IDX)       TO QC-ICE
                   MOVE ST-EQP-COUNT(STN-IDX)       TO QC-EQP
                   MOVE ST-SHIFT-COUNT(STN-IDX)     TO QC-SHIFT
                   WRITE RPT-LINE FROM WS-QC-LINE
               END-IF
           END-PERFORM
      *================================================================*
       6300-WRITE-SECTION-II.
      *================================================================*
           IF WS-RO-COUNT > 0
               PERFORM 6365-APPLY-ACKNOWLEDGEMENTS
           END-IF
           MOVE 'SECTION II: THRESHOLD ALERT & PERCENT-OF-NORMAL'
               TO WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-REPORT-LINE
      *--- LOOP SO A THERMAL CROSSING CAN PAGE; ITS ZERO MEAN MUST    ---
      *--- NOT REACH THE FLOW-BASED BRANCHES OR IT WOULD READ AS A    ---
      *--- PERMANENT LOW-FLOW ALERT.                                  ---
      *--- A GAGE DOWN PAST THE OUTAGE LIMIT (4800) ENTERS THE SAME   ---
      *--- WAY AND PAGES AS GAGE OUTAGE UNLESS A THERMAL CROSSING IS  ---
      *--- THE MORE URGENT CALL.                                      ---
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   OR ST-TMP-COUNT(STN-IDX) > 0
                   OR ST-OUTAGE-FLAG(STN-IDX) = 'Y'
                   MOVE SPACES TO WS-ALERT-LINE
                   MOVE ST-SITE-ID(STN-IDX)         TO AL-SITE-ID
                   MOVE ST-SITE-NAME(STN-IDX)(1:30) TO AL-SITE-NAME
                                   ST-TMP-THRESH(STN-IDX)
                               MOVE 'THERMAL STRESS  ' TO AL-STATUS
                           ELSE
                               IF ST-OUTAGE-FLAG(STN-IDX) = 'Y'
                                   MOVE 'GAGE OUTAGE     ' TO AL-STATUS
                               ELSE
                                   MOVE 'NORMAL          ' TO AL-STATUS
                               END-IF
                           END-IF
                       WHEN ST-MEAN(STN-IDX) > ST-HIGH-THRESH(STN-IDX)
                           MOVE '*** HIGH FLOW ***' TO AL-STATUS
                           AND ST-TMP-MAX(STN-IDX) >=
                               ST-TMP-THRESH(STN-IDX)
                           MOVE 'THERMAL STRESS  ' TO AL-STATUS
      *--- A LICENSED MINIMUM MISSED ON THE LATEST ROLLED DAY         ---
      *--- OUTRANKS LOW FLOW: THE SAME DRAWDOWN IS THEN A PERMIT      ---
      *--- VIOLATION THE OPERATOR MUST REPORT, NOT ONLY A HYDROLOGIC  ---
      *--- CONDITION                                                  ---
                       WHEN ST-IFR-FLAG(STN-IDX) = 'Y'
                           MOVE '*** COMPLIANCE ***' TO AL-STATUS
                       WHEN ST-MEAN(STN-IDX) < ST-LOW-THRESH(STN-IDX)
                           MOVE '*** LOW FLOW  ***' TO AL-STATUS
      *--- ABOVE/BELOW NORMAL COME FROM THE DAY-OF-YEAR FLOW CLASS SO ---
      *--- A DRY AUGUST OR A JUNE SNOWMELT PEAK IS NOT CALLED AGAINST ---
      *--- AN ANNUAL MEDIAN; THE FLAT PERCENT-OF-NORMAL TEST REMAINS  ---
      *--- ONLY FOR A STATION WITH NO PERCENTILE ROW FOR THE DAY.     ---
                       WHEN ST-FLOW-CLASS(STN-IDX) = 'MUCH ABOVE'
                           OR ST-FLOW-CLASS(STN-IDX) = 'RECORD HIGH'
                           MOVE 'ABOVE NORMAL    ' TO AL-STATUS
                       WHEN ST-FLOW-CLASS(STN-IDX) = 'MUCH BELOW'
                           OR ST-FLOW-CLASS(STN-IDX) = 'RECORD LOW'
                           MOVE 'BELOW NORMAL    ' TO AL-STATUS
                       WHEN ST-FLOW-CLASS(STN-IDX) = 'NOT RANKED'
                           AND ST-PCT-NORMAL(STN-IDX) > 200
                           MOVE 'ABOVE NORMAL    ' TO AL-STATUS
                       WHEN ST-FLOW-CLASS(STN-IDX) = 'NOT RANKED'
                           AND ST-PCT-NORMAL(STN-IDX) < 50
                           MOVE 'BELOW NORMAL    ' TO AL-STATUS
                       WHEN OTHER
                           MOVE 'NORMAL          ' TO AL-STATUS
                   PERFORM 6330-EVALUATE-FLOOD-STAGE
                   MOVE WS-FLOOD-TIER TO AL-FLOOD-TIER
                   MOVE WS-FLOOD-TIER TO ST-FLOOD-TIER(STN-IDX)
                   IF WS-RO-COUNT > 0
                       AND WS-AS-CUR-IDX > 0
                       AND WS-ALERT-LIFECYCLE NOT = SPACES
                       AND WS-ALERT-LIFECYCLE NOT = 'CLEARED'
                       PERFORM 6360-ROUTE-ALERT
                   END-IF

                   IF AL-STATUS NOT = 'NORMAL          '
                       OR WS-ALERT-LIFECYCLE = 'CLEARED'
      *--- PRIOR RUN'S ALERT STATE. AN ALERT IS NEW ON FIRST SIGHT,   ---
      *--- ONGOING WHILE IT PERSISTS (DAYS-ACTIVE FROM THE EPISODE'S  ---
      *--- FIRST DATE), ESCALATED WHEN A BELOW/ABOVE-NORMAL EPISODE   ---
      *--- CROSSES INTO A HARD LOW/HIGH-FLOW THRESHOLD ALERT OR A     ---
      *--- BELOW-NORMAL/LOW-FLOW EPISODE BECOMES AN INSTREAM-FLOW     ---
      *--- COMPLIANCE VIOLATION, AND                                  ---
      *--- CLEARED ON THE FIRST NORMAL RUN AFTERWARD. DOWNSTREAM      ---
      *--- PAGING KEYS OFF NEW AND ESCALATED ONLY; CLEARED ROWS LET   ---
      *--- TICKETS AUTO-CLOSE.                                        ---
               MOVE AL-STATUS           TO AS-STATUS(AST-IDX)
               MOVE WS-DATE-FORMATTED   TO AS-FIRST-DATE(AST-IDX)
               MOVE 'Y'                 TO AS-KEEP(AST-IDX)
               MOVE 0                   TO AS-NOTIFY-LEVEL(AST-IDX)
                                           AS-RUNS-UNACKED(AST-IDX)
               MOVE SPACES              TO AS-GROUP(AST-IDX)
                                           AS-NOTIFY-DATE(AST-IDX)
                                           AS-NOTIFY-REASON(AST-IDX)
                                           AS-ACK-DATE(AST-IDX)
                                           AS-ACK-BY(AST-IDX)
                                           AS-SEEN-DATE(AST-IDX)
               SET WS-AS-CUR-IDX TO AST-IDX
               EXIT PARAGRAPH
           END-IF

                   AND AL-STATUS = '*** LOW FLOW  ***')
               OR (AS-STATUS(AST-IDX) = 'ABOVE NORMAL'
                   AND AL-STATUS = '*** HIGH FLOW ***')
               OR ((AS-STATUS(AST-IDX) = 'BELOW NORMAL'
                   OR AS-STATUS(AST-IDX) = '*** LOW FLOW  ***')
                   AND AL-STATUS = '*** COMPLIANCE ***')
               MOVE 'ESCALATED' TO WS-ALERT-LIFECYCLE
           ELSE
               MOVE 'ONGOING' TO WS-ALERT-LIFECYCLE
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       AS-FIRST-DATE(AST-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       AS-NOTIFY-LEVEL(AST-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-GROUP(AST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-NOTIFY-DATE(AST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-NOTIFY-REASON(AST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       AS-RUNS-UNACKED(AST-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-ACK-DATE(AST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-ACK-BY(AST-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-SEEN-DATE(AST-IDX))
                           DELIMITED BY SIZE
                       INTO ALSO-RECORD
                   END-STRING
                   WRITE ALSO-RECORD
           END-PERFORM
           CLOSE ALERT-STATE-OUT-FILE.

      *================================================================*
       6360-ROUTE-ALERT.
      *================================================================*
      *--- DECIDES WHETHER THE OPEN ALERT AT STN-IDX / WS-AS-CUR-IDX  ---
      *--- IS NOTIFIED THIS RUN AND AT WHICH ROSTER LEVEL. A NEW      ---
      *--- EPISODE GOES TO LEVEL 1 AND AN ESCALATED ONE GOES AGAIN TO ---
      *--- THE LEVEL ALREADY HOLDING IT. OTHERWISE A NOTICE NOT       ---
      *--- ACKNOWLEDGED FOR ACK-ESCALATE-RUNS PROCESSING DAYS GOES UP ---
      *--- ONE LEVEL. A NOTICE ALREADY ISSUED TODAY IS CARRIED AGAIN, ---
      *--- UNCHANGED, SO A SAME-DAY RE-RUN REWRITES THE SAME BATCH    ---
      *--- FILES. DAYS ARE COUNTED BY AS-SEEN-DATE SO A RE-RUN DOES   ---
      *--- NOT ADD ONE.                                               ---
           SET AST-IDX TO WS-AS-CUR-IDX
           MOVE SPACES TO WS-NT-REASON
           MOVE 'N'    TO WS-RT-CARRY
           MOVE 0      TO WS-RT-LEVEL
           EVALUATE TRUE
               WHEN WS-ALERT-LIFECYCLE = 'NEW'
                   MOVE 'NEW' TO WS-NT-REASON
                   MOVE 1     TO WS-RT-LEVEL
               WHEN WS-ALERT-LIFECYCLE = 'ESCALATED'
                   MOVE 'ESCALATED' TO WS-NT-REASON
                   MOVE AS-NOTIFY-LEVEL(AST-IDX) TO WS-RT-LEVEL
                   IF WS-RT-LEVEL < 1
                       MOVE 1 TO WS-RT-LEVEL
                   END-IF
               WHEN AS-NOTIFY-LEVEL(AST-IDX) = 0
                   MOVE 'NEW' TO WS-NT-REASON
                   MOVE 1     TO WS-RT-LEVEL
               WHEN AS-NOTIFY-DATE(AST-IDX) = WS-DATE-FORMATTED
                   MOVE AS-NOTIFY-REASON(AST-IDX) TO WS-NT-REASON
                   MOVE AS-NOTIFY-LEVEL(AST-IDX)  TO WS-RT-LEVEL
                   MOVE 'Y' TO WS-RT-CARRY
               WHEN AS-ACK-DATE(AST-IDX) NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   IF AS-SEEN-DATE(AST-IDX) < WS-DATE-FORMATTED
                       AND AS-RUNS-UNACKED(AST-IDX) < 999
                       ADD 1 TO AS-RUNS-UNACKED(AST-IDX)
                   END-IF
                   IF AS-RUNS-UNACKED(AST-IDX) >= WS-ACK-ESCALATE-RUNS
                       MOVE 'UNACKNOWLEDGED' TO WS-NT-REASON
                       MOVE AS-NOTIFY-LEVEL(AST-IDX) TO WS-RT-LEVEL
                       IF WS-RT-LEVEL < 9
                           ADD 1 TO WS-RT-LEVEL
                       END-IF
                   END-IF
           END-EVALUATE
           MOVE WS-DATE-FORMATTED TO AS-SEEN-DATE(AST-IDX)
           IF WS-NT-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE AL-STATUS
               WHEN '*** HIGH FLOW ***'
                   MOVE 'HIGH FLOW'  TO WS-RT-STATUS
               WHEN '*** LOW FLOW  ***'
                   MOVE 'LOW FLOW'   TO WS-RT-STATUS
               WHEN '*** COMPLIANCE ***'
                   MOVE 'COMPLIANCE' TO WS-RT-STATUS
               WHEN OTHER
                   MOVE FUNCTION TRIM(AL-STATUS) TO WS-RT-STATUS
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               ST-BASIN(STN-IDX) LEADING)) TO WS-RT-BASIN
           PERFORM 6370-FIND-ROUTE
           IF WS-RT-FOUND = 'N'
               IF WS-RT-CARRY = 'N'
                   ADD 1 TO WS-NT-UNROUTED
               END-IF
               DISPLAY 'WARNING: NO ROSTER ROUTE FOR '
                   FUNCTION TRIM(ST-SITE-ID(STN-IDX)) ' '
                   FUNCTION TRIM(WS-RT-STATUS)
               EXIT PARAGRAPH
           END-IF

           IF WS-NT-COUNT >= 2000
               IF WS-NT-FULL = 'N'
                   MOVE 'Y' TO WS-NT-FULL
                   DISPLAY 'WARNING: NOTIFICATION TABLE FULL - '
                       'LATER NOTICES NOT WRITTEN'
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NT-COUNT
           SET NTF-IDX TO WS-NT-COUNT
           MOVE WS-RT-GROUP             TO NT-GROUP(NTF-IDX)
           MOVE ST-SITE-ID(STN-IDX)     TO NT-SITE-ID(NTF-IDX)
           MOVE ST-SITE-NAME(STN-IDX)   TO NT-SITE-NAME(NTF-IDX)
           MOVE ST-BASIN(STN-IDX)       TO NT-BASIN(NTF-IDX)
           MOVE WS-RT-STATUS            TO NT-STATUS(NTF-IDX)
           MOVE WS-NT-REASON            TO NT-REASON(NTF-IDX)
           MOVE WS-RT-LEVEL             TO NT-LEVEL(NTF-IDX)
           MOVE WS-ALERT-DAYS           TO NT-DAYS(NTF-IDX)
           MOVE WS-FLOOD-TIER           TO NT-TIER(NTF-IDX)
           MOVE AS-FIRST-DATE(AST-IDX)  TO NT-FIRST-DATE(NTF-IDX)
           MOVE WS-RT-AFTER-HOURS       TO NT-AFTER-HOURS(NTF-IDX)
           IF WS-RT-CARRY = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-NT-REASON = 'UNACKNOWLEDGED'
               ADD 1 TO WS-NT-RENOTIFIED
           END-IF
           MOVE WS-RT-LEVEL       TO AS-NOTIFY-LEVEL(AST-IDX)
           MOVE WS-RT-GROUP       TO AS-GROUP(AST-IDX)
           MOVE WS-DATE-FORMATTED TO AS-NOTIFY-DATE(AST-IDX)
           MOVE WS-NT-REASON      TO AS-NOTIFY-REASON(AST-IDX)
           MOVE 0                 TO AS-RUNS-UNACKED(AST-IDX)
           MOVE SPACES            TO AS-ACK-DATE(AST-IDX)
                                     AS-ACK-BY(AST-IDX).

      *================================================================*
       6365-APPLY-ACKNOWLEDGEMENTS.
      *================================================================*
      *--- AN ACKNOWLEDGEMENT COUNTS FOR THE NOTICE IT ANSWERS: DATED ---
      *--- ON OR AFTER THE LAST NOTICE TO THE SITE AND NOT AFTER THE  ---
      *--- PROCESSING DATE (A CATCH-UP DAY MUST NOT SEE A LATER ACK). ---
      *--- AN OLDER ACK DOES NOT SILENCE A LATER RE-NOTICE.           ---
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-AS-COUNT
               IF AS-NOTIFY-LEVEL(AST-IDX) > 0
                   AND AS-NOTIFY-DATE(AST-IDX) NOT = SPACES
                   PERFORM VARYING ACK-IDX FROM 1 BY 1
                       UNTIL ACK-IDX > WS-AK-COUNT
                       IF AK-SITE-ID(ACK-IDX) = AS-SITE-ID(AST-IDX)
                           AND AK-DATE(ACK-IDX) >=
                               AS-NOTIFY-DATE(AST-IDX)
                           AND AK-DATE(ACK-IDX) <= WS-DATE-FORMATTED
                           AND AK-DATE(ACK-IDX) > AS-ACK-DATE(AST-IDX)
                           MOVE AK-DATE(ACK-IDX) TO AS-ACK-DATE(AST-IDX)
                           MOVE AK-BY(ACK-IDX)   TO AS-ACK-BY(AST-IDX)
                           MOVE 0 TO AS-RUNS-UNACKED(AST-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *================================================================*
       6370-FIND-ROUTE.
      *================================================================*
      *--- BEST ROSTER ROW AT WS-RT-LEVEL FOR THE ALERT: THE MOST     ---
      *--- SPECIFIC MATCH WINS (SITE 8, BASIN 4, STATUS 2, TIER 1),   ---
      *--- AND THE FIRST ROW WINS A TIE. IF NO ROW IS DEFINED AT THAT ---
      *--- LEVEL THE NEXT LOWER LEVEL IS TRIED, SO AN ALERT PAST THE  ---
      *--- TOP OF THE ROSTER KEEPS GOING TO THE HIGHEST GROUP THERE   ---
      *--- IS.                                                        ---
           MOVE 'N'    TO WS-RT-FOUND
           MOVE SPACES TO WS-RT-GROUP
                          WS-RT-AFTER-HOURS
           PERFORM UNTIL WS-RT-FOUND = 'Y' OR WS-RT-LEVEL = 0
               MOVE -1 TO WS-RT-BEST
               PERFORM VARYING ROS-IDX FROM 1 BY 1
                   UNTIL ROS-IDX > WS-RO-COUNT
                   IF RO-LEVEL(ROS-IDX) = WS-RT-LEVEL
                       PERFORM 6375-SCORE-ROUTE
                       IF WS-RT-MATCH = 'Y'
                           AND WS-RT-SCORE > WS-RT-BEST
                           MOVE WS-RT-SCORE TO WS-RT-BEST
                           MOVE RO-GROUP(ROS-IDX) TO WS-RT-GROUP
                           MOVE RO-AFTER-HOURS(ROS-IDX)
                               TO WS-RT-AFTER-HOURS
                           MOVE 'Y' TO WS-RT-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RT-FOUND = 'N'
                   SUBTRACT 1 FROM WS-RT-LEVEL
               END-IF
           END-PERFORM.

      *================================================================*
       6375-SCORE-ROUTE.
      *================================================================*
           MOVE 'Y' TO WS-RT-MATCH
           MOVE 0   TO WS-RT-SCORE
           IF RO-SITE-ID(ROS-IDX) NOT = SPACES
               IF RO-SITE-ID(ROS-IDX) = ST-SITE-ID(STN-IDX)
                   ADD 8 TO WS-RT-SCORE
               ELSE
                   MOVE 'N' TO WS-RT-MATCH
               END-IF
           END-IF
           IF RO-BASIN(ROS-IDX) NOT = SPACES
               IF RO-BASIN(ROS-IDX) = WS-RT-BASIN
                   ADD 4 TO WS-RT-SCORE
               ELSE
                   MOVE 'N' TO WS-RT-MATCH
               END-IF
           END-IF
           IF RO-STATUS(ROS-IDX) NOT = SPACES
               IF RO-STATUS(ROS-IDX) = WS-RT-STATUS
                   ADD 2 TO WS-RT-SCORE
               ELSE
                   MOVE 'N' TO WS-RT-MATCH
               END-IF
           END-IF
           IF RO-TIER(ROS-IDX) NOT = SPACES
               IF RO-TIER(ROS-IDX) = WS-FLOOD-TIER
                   ADD 1 TO WS-RT-SCORE
               ELSE
                   MOVE 'N' TO WS-RT-MATCH
               END-IF
           END-IF.

      *================================================================*
       6380-WRITE-NOTIFY-BATCHES.
      *================================================================*
      *--- ONE notify-<GROUP>.csv PER ROSTER GROUP, REWRITTEN EVERY   ---
      *--- RUN AND LEFT HEADER-ONLY WHEN THE GROUP HAS NOTHING NEW,   ---
      *--- SO THE MAIL / PAGER PICKUP NEVER RE-SENDS A STALE BATCH.   ---
           MOVE 0 TO WS-NT-FILES
           PERFORM VARYING RGP-IDX FROM 1 BY 1
               UNTIL RGP-IDX > WS-RG-COUNT
               PERFORM 6385-WRITE-ONE-NOTIFY-FILE
           END-PERFORM
           DISPLAY 'SIERRA-FLOW V2.0: ' WS-NT-COUNT
               ' ALERT NOTIFICATIONS IN ' WS-NT-FILES ' GROUP FILES'.

      *================================================================*
       6385-WRITE-ONE-NOTIFY-FILE.
      *================================================================*
           PERFORM 6386-BUILD-GROUP-TOKEN
           MOVE SPACES TO WS-NOTIFY-NAME
           STRING 'notify-' DELIMITED BY SIZE
               WS-GROUP-TOKEN(1:WS-GROUP-TOKEN-LEN)
                   DELIMITED BY SIZE
               '.csv' DELIMITED BY SIZE
               INTO WS-NOTIFY-NAME
           END-STRING
           OPEN OUTPUT NOTIFY-FILE
           IF WS-NTF-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN ' WS-NOTIFY-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NTF-RECORD
           STRING 'SITE_ID,SITE_NAME,BASIN,ALERT_STATUS,REASON,'
                   DELIMITED BY SIZE
               'LEVEL,DAYS_ACTIVE,FLOOD_TIER,EPISODE_START,'
                   DELIMITED BY SIZE
               'PROCESS_DATE,AFTER_HOURS_CONTACT' DELIMITED BY SIZE
               INTO NTF-RECORD
           END-STRING
           WRITE NTF-RECORD
           PERFORM VARYING NTF-IDX FROM 1 BY 1
               UNTIL NTF-IDX > WS-NT-COUNT
               IF NT-GROUP(NTF-IDX) = RG-GROUP(RGP-IDX)
                   MOVE NT-DAYS(NTF-IDX) TO WS-NT-DAYS-ED
                   MOVE SPACES TO NTF-RECORD
                   STRING FUNCTION TRIM(NT-SITE-ID(NTF-IDX))
                           DELIMITED BY SIZE
                       ',"' DELIMITED BY SIZE
                       FUNCTION TRIM(NT-SITE-NAME(NTF-IDX))
                           DELIMITED BY SIZE
                       '",' DELIMITED BY SIZE
                       FUNCTION TRIM(NT-BASIN(NTF-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(NT-STATUS(NTF-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(NT-REASON(NTF-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       NT-LEVEL(NTF-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NT-DAYS-ED) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(NT-TIER(NTF-IDX))
                           DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       NT-FIRST-DATE(NTF-IDX) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       WS-DATE-FORMATTED DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(NT-AFTER-HOURS(NTF-IDX))
                           DELIMITED BY SIZE
                       INTO NTF-RECORD
                   END-STRING
                   WRITE NTF-RECORD
               END-IF
           END-PERFORM
           CLOSE NOTIFY-FILE
           ADD 1 TO WS-NT-FILES.

      *================================================================*
       6386-BUILD-GROUP-TOKEN.
      *================================================================*
           MOVE SPACES TO WS-GROUP-TOKEN
           MOVE FUNCTION TRIM(RG-GROUP(RGP-IDX)) TO WS-GROUP-TOKEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-GROUP-TOKEN TRAILING)) TO WS-GROUP-TOKEN-LEN
           INSPECT WS-GROUP-TOKEN(1:WS-GROUP-TOKEN-LEN)
               REPLACING ALL ' ' BY '-'.

      *================================================================*
       6390-WRITE-SECTION-IIA.
      *================================================================*
      *--- EVERY OPEN ALERT EPISODE WITH ITS NOTICE HISTORY: THE LEVEL---
      *--- AND GROUP LAST TOLD, WHEN, AND WHETHER IT HAS BEEN         ---
      *--- ACKNOWLEDGED. INCLUDES ALERTS CARRIED FROM EARLIER RUNS FOR---
      *--- GAGES THAT SENT NO DATA TODAY.                             ---
           MOVE 'SECTION II-A: OPEN ALERT NOTIFICATION STATUS'
               TO WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-RTA-COL
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-REPORT-LINE
           MOVE 0 TO WS-RTA-LINES
           MOVE 0 TO WS-NT-UNACKED-OPEN
           PERFORM VARYING AST-IDX FROM 1 BY 1
               UNTIL AST-IDX > WS-AS-COUNT
               IF AS-KEEP(AST-IDX) = 'Y'
                   AND AS-SITE-ID(AST-IDX) NOT = SPACES
                   PERFORM 6395-WRITE-OPEN-ALERT-LINE
               END-IF
           END-PERFORM
           IF WS-RTA-LINES = 0
               MOVE '  NO OPEN ALERTS' TO WS-REPORT-LINE
               WRITE RPT-LINE FROM WS-REPORT-LINE
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE.

      *================================================================*
       6395-WRITE-OPEN-ALERT-LINE.
      *================================================================*
           MOVE SPACES TO WS-RTA-LINE
           MOVE AS-SITE-ID(AST-IDX)      TO RTA-SITE-ID
           MOVE AS-STATUS(AST-IDX)       TO RTA-STATUS
           MOVE AS-FIRST-DATE(AST-IDX)   TO RTA-SINCE
           MOVE AS-NOTIFY-LEVEL(AST-IDX) TO RTA-LEVEL
           MOVE AS-GROUP(AST-IDX)        TO RTA-GROUP
           MOVE AS-NOTIFY-DATE(AST-IDX)  TO RTA-NOTICE
           EVALUATE TRUE
               WHEN AS-NOTIFY-LEVEL(AST-IDX) = 0
                   MOVE 'NO - NO ROSTER ROUTE' TO RTA-ACK
                   ADD 1 TO WS-NT-UNACKED-OPEN
               WHEN AS-ACK-DATE(AST-IDX) NOT = SPACES
                   STRING 'YES ' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-ACK-DATE(AST-IDX))
                           DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       FUNCTION TRIM(AS-ACK-BY(AST-IDX))
                           DELIMITED BY SIZE
                       INTO RTA-ACK
                   END-STRING
               WHEN OTHER
                   MOVE AS-RUNS-UNACKED(AST-IDX) TO WS-AS-RUNS-ED
                   STRING 'NO - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-AS-RUNS-ED) DELIMITED BY SIZE
                       ' RUN(S) SINCE NOTICE' DELIMITED BY SIZE
                       INTO RTA-ACK
                   END-STRING
                   ADD 1 TO WS-NT-UNACKED-OPEN
           END-EVALUATE
           WRITE RPT-LINE FROM WS-RTA-LINE
           ADD 1 TO WS-RTA-LINES.

      *================================================================*
       6400-WRITE-SECTION-III.
      *================================================================*
                   END-IF
               END-PERFORM
           END-IF
           IF WS-UV-HELD > 0
               PERFORM 6610-WRITE-SCREENING-TOTALS
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE.

      *================================================================*
       6610-WRITE-SCREENING-TOTALS.
      *================================================================*
      *--- PER-STATION COUNTS OF UNIT VALUES QUARANTINED BY 3720, BY  ---
      *--- REASON, WITH THE STATION-DAYS THAT LOST TOO MANY READINGS  ---
      *--- TO FEED peaks.csv. THE READINGS THEMSELVES ARE IN          ---
      *--- uv-quarantine.csv.                                         ---
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-SCR-COL
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-REPORT-LINE
           IF WS-SKIP-SCREENED = 0 AND WS-UV-INCOMPLETE-COUNT = 0
               MOVE '  ALL UNIT VALUES PASSED SCREENING'
                   TO WS-REPORT-LINE
               WRITE RPT-LINE FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF ST-SCR-SPIKE(STN-IDX) > 0
                   OR ST-SCR-RATE(STN-IDX) > 0
                   OR ST-SCR-FLAT(STN-IDX) > 0
                   OR ST-SCR-RANGE(STN-IDX) > 0
                   OR ST-INCOMPLETE-DAYS(STN-IDX) > 0
                   MOVE SPACES TO WS-SCR-LINE
                   MOVE ST-SITE-ID(STN-IDX)         TO SCL-SITE-ID
                   MOVE ST-SITE-NAME(STN-IDX)       TO SCL-SITE-NAME
                   MOVE ST-SCR-SPIKE(STN-IDX)       TO SCL-SPIKE
                   MOVE ST-SCR-RATE(STN-IDX)        TO SCL-RATE
                   MOVE ST-SCR-FLAT(STN-IDX)        TO SCL-FLAT
                   MOVE ST-SCR-RANGE(STN-IDX)       TO SCL-RANGE
                   COMPUTE SCL-TOTAL = ST-SCR-SPIKE(STN-IDX)
                       + ST-SCR-RATE(STN-IDX) + ST-SCR-FLAT(STN-IDX)
                       + ST-SCR-RANGE(STN-IDX)
                   MOVE ST-INCOMPLETE-DAYS(STN-IDX) TO SCL-INCOMPLETE
                   WRITE RPT-LINE FROM WS-SCR-LINE
               END-IF
           END-PERFORM.

      *================================================================*
       6650-WRITE-SECTION-VB.
      *================================================================*
      *--- EVERY GAGE DOWN TODAY, LONGEST OUTAGE FIRST AND THEN BY    ---
      *--- BASIN SO A CREW CAN PLAN ONE TRIP PER DRAINAGE. THE SAME   ---
      *--- ROWS GO TO field-dispatch.csv FOR THE FIELD OFFICES; THE   ---
      *--- FILE IS REWRITTEN EVERY RUN (HEADER ONLY WHEN ALL GAGES    ---
      *--- REPORTED) SO A STALE LIST IS NEVER LEFT BEHIND.            ---
           MOVE 'SECTION V-B: GAGE OUTAGES / FIELD-VISIT DISPATCH'
               TO WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-REPORT-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'N' TO WS-DSP-OPEN
           OPEN OUTPUT DISPATCH-FILE
           IF WS-DSP-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN field-dispatch.csv'
           ELSE
               MOVE 'Y' TO WS-DSP-OPEN
               MOVE SPACES TO DSP-RECORD
               STRING 'SITE_ID,SITE_NAME,BASIN,LAST_GOOD_DATE,'
                       DELIMITED BY SIZE
                   'DAYS_DOWN,REASON,OUTAGE_ALERT' DELIMITED BY SIZE
                   INTO DSP-RECORD
               END-STRING
               WRITE DSP-RECORD
           END-IF
           MOVE 0 TO WS-DSP-ROWS-OUT
           IF WS-GS-DOWN-COUNT = 0
               MOVE '  ALL REGISTERED GAGES REPORTED USABLE DISCHARGE'
                   TO WS-REPORT-LINE
               WRITE RPT-LINE FROM WS-REPORT-LINE
           ELSE
               WRITE RPT-LINE FROM WS-OUT-COL
               MOVE ALL '-' TO WS-REPORT-LINE
               WRITE RPT-LINE FROM WS-REPORT-LINE
               SORT OG-SORT-FILE
                   DESCENDING KEY OGS-DAYS-DOWN
                   ASCENDING  KEY OGS-BASIN OGS-SITE-ID
                   INPUT  PROCEDURE 6655-OG-SORT-INPUT
                   OUTPUT PROCEDURE 6656-OG-SORT-OUTPUT
           END-IF
           IF WS-DSP-OPEN = 'Y'
               CLOSE DISPATCH-FILE
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE.

      *================================================================*
       6655-OG-SORT-INPUT.
      *================================================================*
           PERFORM VARYING GST-IDX FROM 1 BY 1
               UNTIL GST-IDX > WS-GS-COUNT
               IF GS-ACTIVE(GST-IDX) = 'Y'
                   AND GS-DAYS-DOWN(GST-IDX) > 0
                   MOVE GS-DAYS-DOWN(GST-IDX)   TO OGS-DAYS-DOWN
                   MOVE GS-BASIN(GST-IDX)       TO OGS-BASIN
                   MOVE GS-SITE-ID(GST-IDX)     TO OGS-SITE-ID
                   MOVE GS-SITE-NAME(GST-IDX)   TO OGS-SITE-NAME
                   MOVE GS-LAST-GOOD(GST-IDX)   TO OGS-LAST-GOOD
                   MOVE GS-REASON(GST-IDX)      TO OGS-REASON
                   MOVE GS-ALERT(GST-IDX)       TO OGS-ALERT
                   RELEASE OG-SORT-RECORD
               END-IF
           END-PERFORM.

      *================================================================*
       6656-OG-SORT-OUTPUT.
      *================================================================*
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN OG-SORT-FILE INTO OG-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       PERFORM 6657-WRITE-OUTAGE-ROW
           END-PERFORM.

      *================================================================*
       6657-WRITE-OUTAGE-ROW.
      *================================================================*
           MOVE SPACES TO WS-OUT-LINE
           MOVE OGS-SITE-ID         TO OUL-SITE-ID
           MOVE OGS-SITE-NAME(1:30) TO OUL-SITE-NAME
           MOVE OGS-BASIN           TO OUL-BASIN
           IF OGS-LAST-GOOD = SPACES
               MOVE 'NEVER'         TO OUL-LAST-GOOD
           ELSE
               MOVE OGS-LAST-GOOD   TO OUL-LAST-GOOD
           END-IF
           MOVE OGS-DAYS-DOWN       TO OUL-DAYS-DOWN
           MOVE OGS-REASON          TO OUL-REASON
           IF OGS-ALERT = 'Y'
               MOVE 'YES'           TO OUL-ALERT
           END-IF
           WRITE RPT-LINE FROM WS-OUT-LINE
           IF WS-DSP-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE OGS-DAYS-DOWN TO WS-GS-DAYS-ED
           MOVE SPACES TO DSP-RECORD
           STRING FUNCTION TRIM(OGS-SITE-ID) DELIMITED BY SIZE
               ',"' DELIMITED BY SIZE
               FUNCTION TRIM(OGS-SITE-NAME) DELIMITED BY SIZE
               '",' DELIMITED BY SIZE
               FUNCTION TRIM(OGS-BASIN) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(OGS-LAST-GOOD) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-GS-DAYS-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(OGS-REASON) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               OGS-ALERT DELIMITED BY SIZE
               INTO DSP-RECORD
           END-STRING
           WRITE DSP-RECORD
           ADD 1 TO WS-DSP-ROWS-OUT.

      *================================================================*
       6700-WRITE-SECTION-VI.
      *================================================================*
           MOVE WS-SKIP-TABLE-FULL TO SL-VALUE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE

           IF CATCH-UP-DAY
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '    - OUTSIDE CATCH-UP DAY:    ' TO SL-LABEL
               MOVE WS-SKIP-OTHER-DAY TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF

           IF UNIT-VALUES-SEEN
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '    - FAILED UV SCREENING:     ' TO SL-LABEL
               MOVE WS-SKIP-SCREENED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF

           IF WS-CD-DAY-COUNT > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '    - OTHER AGENCY PREFERRED:  ' TO SL-LABEL
               MOVE WS-SKIP-SUPERSEDED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  TOTAL THRESHOLD ALERTS:      ' TO SL-LABEL
           MOVE WS-TOTAL-ALERTS TO SL-VALUE
           MOVE '  WATERSHED BASINS ANALYZED:   ' TO SL-LABEL
           MOVE WS-BASIN-COUNT TO SL-VALUE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-IFR-COUNT > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  IFR STATION-DAYS CHECKED:    ' TO SL-LABEL
               MOVE WS-IFD-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - BELOW INSTREAM MINIMUM:    ' TO SL-LABEL
               MOVE WS-IFD-OUT-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - SITES OUT OF COMPLIANCE:   ' TO SL-LABEL
               MOVE WS-CS-OUT-SITES TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  GAGES DOWN (NO USABLE FLOW): ' TO SL-LABEL
           MOVE WS-GS-DOWN-COUNT TO SL-VALUE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  - PAST OUTAGE ALERT LIMIT:   ' TO SL-LABEL
           MOVE WS-GS-ALERT-COUNT TO SL-VALUE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF UNIT-VALUES-SEEN
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  INCOMPLETE STATION-DAYS:     ' TO SL-LABEL
               MOVE WS-UV-INCOMPLETE-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           IF WS-FM-COUNT > 0
               MOVE 0 TO WS-SHIFT-DAYS
               PERFORM VARYING STN-IDX FROM 1 BY 1
                   UNTIL STN-IDX > WS-STATION-COUNT
                   ADD ST-SHIFT-COUNT(STN-IDX) TO WS-SHIFT-DAYS
               END-PERFORM
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  FIELD MEASUREMENTS ON FILE:  ' TO SL-LABEL
               MOVE WS-FM-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - USED FOR RATING SHIFTS:    ' TO SL-LABEL
               MOVE WS-FM-USED-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  SHIFT-ADJUSTED STATION-DAYS: ' TO SL-LABEL
               MOVE WS-SHIFT-DAYS TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  RATINGS FLAGGED FOR REVIEW:  ' TO SL-LABEL
               MOVE WS-RV-FLAGGED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           IF WS-CDF-ROWS-IN > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  CDEC SENSOR ROWS READ:       ' TO SL-LABEL
               MOVE WS-CDF-ROWS-IN TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - STATION NOT IN MASTER:     ' TO SL-LABEL
               MOVE WS-CD-UNMAPPED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - SENSOR/DURATION NOT USED:  ' TO SL-LABEL
               MOVE WS-CD-OTHER-SENSOR TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - UNPARSEABLE DATE/TIME:     ' TO SL-LABEL
               MOVE WS-CD-BAD-DATE TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - NO VALUE REPORTED:         ' TO SL-LABEL
               MOVE WS-CD-NO-VALUE TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - DAILY, DAY HAS UNIT VALUES:' TO SL-LABEL
               MOVE WS-CD-DAILY-DROPPED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           IF WS-RO-COUNT > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  ALERT NOTIFICATIONS WRITTEN: ' TO SL-LABEL
               MOVE WS-NT-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - RE-SENT, UNACKNOWLEDGED:   ' TO SL-LABEL
               MOVE WS-NT-RENOTIFIED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  ALERTS WITH NO ROSTER ROUTE: ' TO SL-LABEL
               MOVE WS-NT-UNROUTED TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  OPEN ALERTS UNACKNOWLEDGED:  ' TO SL-LABEL
               MOVE WS-NT-UNACKED-OPEN TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           IF WY-CLOSE-DONE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  WATER YEAR CLOSED:           ' TO SL-LABEL
               MOVE WS-WC-YEAR TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - STATIONS CLOSED:           ' TO SL-LABEL
               MOVE WS-WC-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - PROVISIONAL (DAYS MISSING):' TO SL-LABEL
               MOVE WS-WC-PROV-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - ACTIVE, NO DAILY MEANS:    ' TO SL-LABEL
               MOVE WS-WC-NODATA-COUNT TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - NO PEAK IN peaks.csv:      ' TO SL-LABEL
               MOVE WS-WC-NO-PEAK TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  - MONTHS OF MEANS FOUND:     ' TO SL-LABEL
               MOVE WS-WC-MONTHS-FOUND TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE

      *--- ROW-COUNT RECONCILIATION: EVERY DATA LINE READ MUST BE     ---
           MOVE '  INPUT DATA ROWS READ:        ' TO SL-LABEL
           MOVE WS-LINES-READ TO SL-VALUE
           WRITE RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-CDF-ROWS-IN > 0
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE '  CDEC READINGS MERGED:        ' TO SL-LABEL
               MOVE WS-CDEC-READINGS TO SL-VALUE
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-IF

           COMPUTE WS-RECON-DIFF =
               WS-LINES-READ + WS-CDEC-READINGS
               - WS-TOTAL-RECORDS - WS-SKIPPED-RECORDS
           IF WS-RECON-DIFF = 0
               MOVE 'Y' TO WS-RECON-BALANCED
               MOVE '  RECONCILIATION: INPUT = PROCESSED + SKIPPED'
                   MOVE ST-EQP-COUNT(STN-IDX)   TO EXP-EQP
                   MOVE ST-NAT-MEAN(STN-IDX)    TO EXP-NAT-MEAN
                   MOVE ST-NAT-PCT(STN-IDX)     TO EXP-NAT-PCT
                   MOVE ST-FLOW-CLASS(STN-IDX)  TO EXP-FLOW-CLASS
                   MOVE ST-SHIFT-COUNT(STN-IDX) TO EXP-SHIFTED
                   MOVE SPACES TO EXP-RECORD
                   STRING FUNCTION TRIM(EXP-SITE-ID) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(EXP-NAT-MEAN) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(EXP-NAT-PCT) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(EXP-FLOW-CLASS) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(EXP-SHIFTED) DELIMITED BY SIZE
                       ',' DELIMITED BY SIZE
                       FUNCTION TRIM(ST-SOURCE(STN-IDX))
                           DELIMITED BY SIZE
                       INTO EXP-RECORD
                   END-STRING
                   WRITE EXP-RECORD
           END-STRING
           WRITE AMC-RECORD.

      *================================================================*
       6785-WRITE-RATING-REVIEW.
      *================================================================*
      *--- PART A LOGS EVERY FIELD MEASUREMENT ON FILE AGAINST THE    ---
      *--- CURRENT RATING (TOL MARKS A DEPARTURE BEYOND               ---
      *--- SHIFT-TOLERANCE- PCT); PART B LISTS THE STATIONS WHOSE     ---
      *--- LATEST SHIFT-REVIEW- COUNT USED MEASUREMENTS ARE ALL OUT   ---
      *--- OF TOLERANCE ON THE SAME SIDE OF THE CURVE -- A PERSISTENT ---
      *--- ONE-WAY DEPARTURE THAT SHIFTS ONLY PAPER OVER AND THE      ---
      *--- RATING NEEDS REDEVELOPING.                                 ---
           DISPLAY 'SIERRA-FLOW V2.0: WRITING RATING REVIEW...'
           MOVE 0 TO WS-RV-FLAGGED
           OPEN OUTPUT RATING-REVIEW-FILE
           IF WS-RRV-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN rating-review.txt'
               EXIT PARAGRAPH
           END-IF
           MOVE 'SIERRA-FLOW RATING REVIEW - FIELD MEASUREMENTS'
               TO RRV-LINE
           WRITE RRV-LINE
           MOVE SPACES TO RRV-LINE
           STRING 'PROCESSING DATE: ' DELIMITED BY SIZE
               WS-DATE-FORMATTED DELIMITED BY SIZE
               INTO RRV-LINE
           END-STRING
           WRITE RRV-LINE
           MOVE SPACES TO RRV-LINE
           WRITE RRV-LINE
           MOVE 'A. FIELD MEASUREMENTS AGAINST THE CURRENT RATING'
               TO RRV-LINE
           WRITE RRV-LINE
           WRITE RRV-LINE FROM WS-FML-COL
           MOVE ALL '-' TO RRV-LINE
           WRITE RRV-LINE
           PERFORM VARYING FLM-IDX FROM 1 BY 1
               UNTIL FLM-IDX > WS-FM-COUNT
               PERFORM 6786-WRITE-MEASUREMENT-LINE
           END-PERFORM

           MOVE WS-SHIFT-TOL-PCT      TO WS-RV-TOL-ED
           MOVE WS-SHIFT-REVIEW-COUNT TO WS-RV-COUNT-ED
           MOVE SPACES TO RRV-LINE
           WRITE RRV-LINE
           MOVE SPACES TO RRV-LINE
           STRING 'B. RATINGS FOR REVIEW - LAST ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RV-COUNT-ED) DELIMITED BY SIZE
               ' USED MEASUREMENTS ALL BEYOND +/-' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RV-TOL-ED) DELIMITED BY SIZE
               ' PCT ON THE SAME SIDE' DELIMITED BY SIZE
               INTO RRV-LINE
           END-STRING
           WRITE RRV-LINE
           WRITE RRV-LINE FROM WS-RVL-COL
           MOVE ALL '-' TO RRV-LINE
           WRITE RRV-LINE
      *--- THE TABLE IS SORTED BY SITE, SO EACH SITE'S RUN ENDS WHERE ---
      *--- THE NEXT ROW'S SITE DIFFERS OR THE TABLE ENDS              ---
           PERFORM VARYING FLM-IDX FROM 1 BY 1
               UNTIL FLM-IDX > WS-FM-COUNT
               IF FLM-IDX = 1
                   OR FM-SITE-ID(FLM-IDX) NOT = WS-RV-GRP-SITE
                   MOVE FM-SITE-ID(FLM-IDX) TO WS-RV-GRP-SITE
                   SET WS-RV-GRP-START TO FLM-IDX
               END-IF
               SET WS-RV-IDX TO FLM-IDX
               IF WS-RV-IDX = WS-FM-COUNT
                   PERFORM 6787-CHECK-REVIEW-SITE
               ELSE
                   IF FM-SITE-ID(WS-RV-IDX + 1) NOT = WS-RV-GRP-SITE
                       PERFORM 6787-CHECK-REVIEW-SITE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RV-FLAGGED = 0
               MOVE '  NO RATINGS FLAGGED FOR REVIEW' TO RRV-LINE
               WRITE RRV-LINE
           END-IF

           MOVE SPACES TO RRV-LINE
           WRITE RRV-LINE
           MOVE SPACES TO RRV-LINE
           STRING '  MEASUREMENTS ON FILE:      ' DELIMITED BY SIZE
               WS-FM-COUNT DELIMITED BY SIZE
               INTO RRV-LINE
           END-STRING
           WRITE RRV-LINE
           MOVE SPACES TO RRV-LINE
           STRING '  USED FOR RATING SHIFTS:    ' DELIMITED BY SIZE
               WS-FM-USED-COUNT DELIMITED BY SIZE
               INTO RRV-LINE
           END-STRING
           WRITE RRV-LINE
           MOVE SPACES TO RRV-LINE
           STRING '  RATINGS FLAGGED:           ' DELIMITED BY SIZE
               WS-RV-FLAGGED DELIMITED BY SIZE
               INTO RRV-LINE
           END-STRING
           WRITE RRV-LINE
           CLOSE RATING-REVIEW-FILE
           DISPLAY 'SIERRA-FLOW V2.0: ' WS-RV-FLAGGED
               ' RATING(S) FLAGGED FOR REVIEW'.

      *================================================================*
       6786-WRITE-MEASUREMENT-LINE.
      *================================================================*
           MOVE SPACES TO WS-FML-LINE
           MOVE FM-SITE-ID(FLM-IDX) TO FML-SITE-ID
           MOVE FM-DATE(FLM-IDX)    TO FML-DATE
           MOVE FM-GAGE-HT(FLM-IDX) TO FML-GAGE-HT
           MOVE FM-MEAS-Q(FLM-IDX)  TO FML-MEAS-Q
           MOVE FM-GRADE(FLM-IDX)   TO FML-GRADE
           IF FM-HAS-DEP(FLM-IDX) = 'Y'
               MOVE FM-RATED-Q(FLM-IDX) TO FML-RATED-Q
               MOVE FM-PCT-DEP(FLM-IDX) TO FML-PCT-DEP
           END-IF
           IF FM-HAS-SHIFT(FLM-IDX) = 'Y'
               MOVE FM-SHIFT(FLM-IDX) TO FML-SHIFT
           END-IF
           IF FM-OUT-TOL(FLM-IDX) = 'Y'
               MOVE 'OUT' TO FML-TOL
           END-IF
           MOVE FM-STATUS(FLM-IDX)  TO FML-STATUS
           WRITE RRV-LINE FROM WS-FML-LINE.

      *================================================================*
       6787-CHECK-REVIEW-SITE.
      *================================================================*
      *--- WALKS BACK FROM THE END OF THE SITE'S RUN (WS-RV-IDX) OVER ---
      *--- ITS USED MEASUREMENTS THAT HAVE A DEPARTURE, TAKING UP TO  ---
      *--- SHIFT- REVIEW-COUNT OF THEM. A SITE WITH FEWER ON FILE IS  ---
      *--- NOT JUDGED.                                                ---
           MOVE 0      TO WS-RV-TAKEN
           MOVE 0      TO WS-RV-HIGH
           MOVE 0      TO WS-RV-LOW
           MOVE ZEROS  TO WS-RV-DEP-SUM
           MOVE SPACES TO WS-RV-LAST-DATE
           MOVE ZEROS  TO WS-RV-LAST-SHIFT
           PERFORM UNTIL WS-RV-IDX < WS-RV-GRP-START
                   OR WS-RV-TAKEN >= WS-SHIFT-REVIEW-COUNT
               IF FM-USED(WS-RV-IDX)
                   AND FM-HAS-DEP(WS-RV-IDX) = 'Y'
                   ADD 1 TO WS-RV-TAKEN
                   IF WS-RV-TAKEN = 1
                       MOVE FM-DATE(WS-RV-IDX)  TO WS-RV-LAST-DATE
                       MOVE FM-SHIFT(WS-RV-IDX) TO WS-RV-LAST-SHIFT
                   END-IF
                   ADD FM-PCT-DEP(WS-RV-IDX) TO WS-RV-DEP-SUM
                   IF FM-OUT-TOL(WS-RV-IDX) = 'Y'
                       IF FM-PCT-DEP(WS-RV-IDX) > 0
                           ADD 1 TO WS-RV-HIGH
                       ELSE
                           ADD 1 TO WS-RV-LOW
                       END-IF
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-RV-IDX
           END-PERFORM
           IF WS-RV-TAKEN < WS-SHIFT-REVIEW-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RV-HIGH NOT = WS-RV-TAKEN
               AND WS-RV-LOW NOT = WS-RV-TAKEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RV-FLAGGED
           MOVE SPACES TO WS-RVL-LINE
           MOVE WS-RV-GRP-SITE TO RVL-SITE-ID
           MOVE WS-RV-GRP-SITE TO WS-LOOKUP-SITE-ID
           PERFORM 8420-SCAN-STATION-TABLE
           IF WS-SCAN-STN-FOUND = 'Y'
               MOVE ST-SITE-NAME(WS-SCAN-STN-IDX)(1:30)
                   TO RVL-SITE-NAME
               MOVE ST-BASIN(WS-SCAN-STN-IDX) TO RVL-BASIN
           END-IF
           MOVE WS-RV-LAST-DATE TO RVL-LAST-DATE
           IF WS-RV-HIGH = WS-RV-TAKEN
               MOVE 'MEAS HIGH' TO RVL-DIRECTION
           ELSE
               MOVE 'MEAS LOW'  TO RVL-DIRECTION
           END-IF
           COMPUTE WS-RV-MEAN-DEP ROUNDED =
               WS-RV-DEP-SUM / WS-RV-TAKEN
           MOVE WS-RV-MEAN-DEP   TO RVL-MEAN-DEP
           MOVE WS-RV-LAST-SHIFT TO RVL-SHIFT
           WRITE RRV-LINE FROM WS-RVL-LINE.

      *================================================================*
       6790-WRITE-COMPLIANCE-REPORT.
      *================================================================*
      *--- PART A LISTS EVERY STATION-DAY BELOW ITS INSTREAM MINIMUM  ---
      *--- (RECHECK MARKS A DAY AN EARLIER RUN ALREADY ROLLED IN);    ---
      *--- PART B IS THE CARRIED STATE OF EVERY LICENSED SITE         ---
      *--- REPORTED THIS RUN. EACH PART-A DAY ALSO GOES TO            ---
      *--- compliance-violations.csv FOR THE REGULATOR.               ---
           DISPLAY 'SIERRA-FLOW V2.0: WRITING COMPLIANCE REPORT...'
           OPEN OUTPUT COMPLIANCE-REPORT-FILE
           IF WS-CRP-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN compliance-report.txt'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VIOLATION-FILE
           IF WS-VIO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN compliance-violations.csv'
               CLOSE COMPLIANCE-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VIO-RECORD
           STRING 'SITE_ID,LICENSE_ID,DATE,BASIS,LICENSED_MIN_CFS,'
                   DELIMITED BY SIZE
               'REQUIRED_CFS,OBSERVED_CFS,SHORTFALL_CFS,DEFICIT_AF,'
                   DELIMITED BY SIZE
               'CONSEC_DAYS_OUT,WY_DEFICIT_AF' DELIMITED BY SIZE
               INTO VIO-RECORD
           END-STRING
           WRITE VIO-RECORD

           MOVE 'SIERRA-FLOW INSTREAM-FLOW COMPLIANCE REPORT'
               TO CRP-LINE
           WRITE CRP-LINE
           MOVE SPACES TO CRP-LINE
           STRING 'PROCESSING DATE: ' DELIMITED BY SIZE
               WS-DATE-FORMATTED DELIMITED BY SIZE
               INTO CRP-LINE
           END-STRING
           WRITE CRP-LINE
           MOVE SPACES TO CRP-LINE
           WRITE CRP-LINE
           MOVE 'A. STATION-DAYS BELOW INSTREAM MINIMUM' TO CRP-LINE
           WRITE CRP-LINE
           WRITE CRP-LINE FROM WS-CPV-COL
           MOVE ALL '-' TO CRP-LINE
           WRITE CRP-LINE

           MOVE 0 TO WS-VIO-ROWS-OUT
           PERFORM VARYING IFD-IDX FROM 1 BY 1
               UNTIL IFD-IDX > WS-IFD-COUNT
               IF ID-SHORT-CFS(IFD-IDX) > 0
                   AND ID-ROLLED(IFD-IDX) NOT = 'D'
                   PERFORM 6795-WRITE-VIOLATION
               END-IF
           END-PERFORM
           IF WS-VIO-ROWS-OUT = 0
               MOVE '  NO STATION-DAYS BELOW THEIR INSTREAM MINIMUM'
                   TO CRP-LINE
               WRITE CRP-LINE
           END-IF

           MOVE SPACES TO CRP-LINE
           WRITE CRP-LINE
           MOVE 'B. COMPLIANCE STATE OF SITES REPORTED THIS RUN'
               TO CRP-LINE
           WRITE CRP-LINE
           WRITE CRP-LINE FROM WS-CPS-COL
           MOVE ALL '-' TO CRP-LINE
           WRITE CRP-LINE
           PERFORM VARYING CST-IDX FROM 1 BY 1
               UNTIL CST-IDX > WS-CS-COUNT
               IF CS-TOUCHED(CST-IDX) = 'Y'
                   MOVE SPACES TO WS-CPS-LINE
                   MOVE CS-SITE-ID(CST-IDX) TO CPS-SITE-ID
                   MOVE CS-SITE-ID(CST-IDX) TO WS-LOOKUP-SITE-ID
                   PERFORM 8420-SCAN-STATION-TABLE
                   IF WS-SCAN-STN-FOUND = 'Y'
                       MOVE ST-SITE-NAME(WS-SCAN-STN-IDX)
                           TO CPS-SITE-NAME
                   END-IF
                   MOVE CS-LICENSE(CST-IDX)   TO CPS-LICENSE
                   MOVE CS-LAST-DATE(CST-IDX) TO CPS-LAST-DATE
                   IF CS-OUT-NOW(CST-IDX) = 'Y'
                       MOVE '*** OUT ***'   TO CPS-STATUS
                   ELSE
                       MOVE 'IN COMPLIANCE' TO CPS-STATUS
                   END-IF
                   MOVE CS-CONSEC-OUT(CST-IDX)    TO CPS-CONSEC
                   MOVE CS-WY-DAYS-OUT(CST-IDX)   TO CPS-WY-DAYS
                   MOVE CS-WY-DEFICIT-AF(CST-IDX) TO CPS-WY-DEFICIT
                   WRITE CRP-LINE FROM WS-CPS-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CRP-LINE
           WRITE CRP-LINE
           MOVE SPACES TO CRP-LINE
           STRING '  STATION-DAYS CHECKED:      ' DELIMITED BY SIZE
               WS-IFD-COUNT DELIMITED BY SIZE
               INTO CRP-LINE
           END-STRING
           WRITE CRP-LINE
           MOVE SPACES TO CRP-LINE
           STRING '  BELOW INSTREAM MINIMUM:    ' DELIMITED BY SIZE
               WS-VIO-ROWS-OUT DELIMITED BY SIZE
               INTO CRP-LINE
           END-STRING
           WRITE CRP-LINE
           MOVE SPACES TO CRP-LINE
           STRING '  SITES OUT OF COMPLIANCE:   ' DELIMITED BY SIZE
               WS-CS-OUT-SITES DELIMITED BY SIZE
               INTO CRP-LINE
           END-STRING
           WRITE CRP-LINE
           IF WS-IFD-DROPPED > 0
               MOVE SPACES TO CRP-LINE
               STRING '  NOT CHECKED (TABLE FULL):  ' DELIMITED BY SIZE
                   WS-IFD-DROPPED DELIMITED BY SIZE
                   INTO CRP-LINE
               END-STRING
               WRITE CRP-LINE
           END-IF
           CLOSE COMPLIANCE-REPORT-FILE
           CLOSE VIOLATION-FILE
           DISPLAY 'SIERRA-FLOW V2.0: ' WS-VIO-ROWS-OUT
               ' INSTREAM-FLOW VIOLATION DAY(S) PUBLISHED'.

      *================================================================*
       6795-WRITE-VIOLATION.
      *================================================================*
           ADD 1 TO WS-VIO-ROWS-OUT
           MOVE SPACES TO WS-CPV-LINE
           MOVE ID-SITE-ID(IFD-IDX)       TO CPV-SITE-ID
           MOVE ID-LICENSE(IFD-IDX)       TO CPV-LICENSE
           MOVE ID-DATE(IFD-IDX)          TO CPV-DATE
           MOVE ID-BASIS(IFD-IDX)         TO CPV-BASIS
           MOVE ID-REQUIRED(IFD-IDX)      TO CPV-REQUIRED
           MOVE ID-OBSERVED(IFD-IDX)      TO CPV-OBSERVED
           MOVE ID-SHORT-CFS(IFD-IDX)     TO CPV-SHORT
           MOVE ID-DEFICIT-AF(IFD-IDX)    TO CPV-DEFICIT
           MOVE ID-CONSEC(IFD-IDX)        TO CPV-CONSEC
           MOVE ID-WY-DEFICIT-AF(IFD-IDX) TO CPV-WY-DEFICIT
           IF ID-ROLLED(IFD-IDX) = 'P'
               MOVE 'RECHECK' TO CPV-NOTE
           END-IF
           WRITE CRP-LINE FROM WS-CPV-LINE

           MOVE ID-MIN-CFS(IFD-IDX) TO WS-CS-CFS-ED
           MOVE SPACES TO VIO-RECORD
           STRING FUNCTION TRIM(ID-SITE-ID(IFD-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(ID-LICENSE(IFD-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               ID-DATE(IFD-IDX) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(ID-BASIS(IFD-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-CS-CFS-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CPV-REQUIRED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CPV-OBSERVED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CPV-SHORT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CPV-DEFICIT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CPV-CONSEC) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(CPV-WY-DEFICIT) DELIMITED BY SIZE
               INTO VIO-RECORD
           END-STRING
           WRITE VIO-RECORD.

      *================================================================*
       6800-WRITE-FOOTER.
      *================================================================*
      *--- THE LAST CALENDAR DAY OF THE MONTH THE MONTHLY REPORT IS   ---
      *--- RENDERED AS WELL. RUNS AFTER 6000-WRITE-REPORT SO THE      ---
      *--- ALERT STATUS AND FLOOD TIER ARE ALREADY ON THE STATION.    ---
      *--- THE MONTH-END RUN ALSO KEEPS A COPY OF THE FINISHED MONTH  ---
      *--- FOR THE WATER-YEAR CLOSE (6925).                           ---
           IF NOT MONTHLY-SUMMARY-RUN
               EXIT PARAGRAPH
           END-IF
               SET MONTH-END-RUN TO TRUE
           END-IF
           IF MONTH-END-RUN
               PERFORM 6925-KEEP-MONTH-ARCHIVE
               PERFORM 6930-SORT-MONTHLY-TABLE
               PERFORM 6950-WRITE-MONTHLY-REPORT
           END-IF.
           END-PERFORM
           CLOSE MONTHLY-STATS-OUT-FILE.

      *================================================================*
       6925-KEEP-MONTH-ARCHIVE.
      *================================================================*
      *--- monthly-stats.csv ROLLS OFF ON THE FIRST RUN OF A NEW      ---
      *--- MONTH, SO THE FINISHED MONTH IS COPIED TO                  ---
      *--- monthly-stats-YYYY-MM.csv WHERE 4900-CLOSE-WATER-YEAR CAN  ---
      *--- FIND IT. A RE-RUN OF THE LAST DAY REPLACES THE COPY.       ---
           MOVE 'monthly-stats.csv' TO WS-DC-SOURCE
           MOVE SPACES TO WS-DC-TARGET
           STRING 'monthly-stats-' DELIMITED BY SIZE
               WS-DATE-FORMATTED(1:7) DELIMITED BY SIZE
               '.csv' DELIMITED BY SIZE
               INTO WS-DC-TARGET
           END-STRING
           CALL 'CBL_COPY_FILE' USING WS-DC-SOURCE WS-DC-TARGET
               RETURNING WS-DC-RC
           END-CALL
           IF WS-DC-RC NOT = 0
               DISPLAY 'WARNING: COULD NOT COPY monthly-stats.csv'
                   ' TO ' FUNCTION TRIM(WS-DC-TARGET)
           ELSE
               DISPLAY 'SIERRA-FLOW V2.0: MONTH KEPT AS '
                   FUNCTION TRIM(WS-DC-TARGET)
           END-IF.

      *================================================================*
       6930-SORT-MONTHLY-TABLE.
      *================================================================*
               END-IF
           END-IF.

      *================================================================*
       6970-UPDATE-DV-ARCHIVE.
      *================================================================*
      *--- ADDS THIS RUN'S STATION-DAYS TO THE PERMANENT              ---
      *--- daily-values.csv. THE OLD FILE IS COPIED ROW FOR ROW TO    ---
      *--- daily-values.csv.tmp EXCEPT ANY ROW FOR TODAY'S DATE WHOSE ---
      *--- STATION WAS RE-COMPUTED THIS RUN (A SAME-DAY RE-RUN OR A   ---
      *--- REVISION), TODAY'S ROWS ARE ADDED AND THE TEMP FILE IS     ---
      *--- RENAMED OVER THE LIVE ONE ONLY ONCE IT IS COMPLETE. RUNS   ---
      *--- AFTER 6000 SO THE ALERT STATUS IS ON THE STATION, AND USES ---
      *--- 8420 AS THE TABLE IS BY MEAN NOW.                          ---
           DISPLAY 'SIERRA-FLOW V2.0: UPDATING DAILY-VALUES ARCHIVE...'
           MOVE 0 TO WS-DV-ROWS-IN WS-DV-ROWS-OUT
                     WS-DV-APPENDED WS-DV-REPLACED
           IF REVISION-RUN
               MOVE 'Y' TO WS-DV-AMENDED
           ELSE
               MOVE 'N' TO WS-DV-AMENDED
           END-IF
           OPEN OUTPUT DV-ARCHIVE-OUT-FILE
           IF WS-DVAO-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN daily-values.csv.tmp - '
                   'DAILY-VALUES ARCHIVE NOT UPDATED'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DVAO-RECORD
           STRING 'SITE_ID,DATE,BASIN,MEAN_CFS,MIN_CFS,MAX_CFS,'
                   DELIMITED BY SIZE
               'GH_MEAN_FT,TEMP_MEAN_F,READINGS,RATED,ESTIMATED,'
                   DELIMITED BY SIZE
               'ICE,EQUIPMENT,ALERT_STATUS,RUN_ID,AMENDED'
                   DELIMITED BY SIZE
               INTO DVAO-RECORD
           END-STRING
           WRITE DVAO-RECORD

           OPEN INPUT DV-ARCHIVE-FILE
           IF WS-DVA-STATUS = '00'
               MOVE 'Y' TO WS-FIRST-LINE
               MOVE 'N' TO WS-EOF-DVA
               PERFORM UNTIL EOF-DV-ARCHIVE
                   READ DV-ARCHIVE-FILE INTO DVA-RECORD
                       AT END SET EOF-DV-ARCHIVE TO TRUE
                       NOT AT END
                           IF IS-HEADER
                               MOVE 'N' TO WS-FIRST-LINE
                           ELSE
                               PERFORM 6972-COPY-DV-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DV-ARCHIVE-FILE
           ELSE
               DISPLAY 'SIERRA-FLOW V2.0: NO PRIOR daily-values.csv'
                   ' - STARTING THE ARCHIVE'
           END-IF

           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF ST-RECORD-COUNT(STN-IDX) > 0
                   PERFORM 6975-WRITE-DV-ROW
               END-IF
           END-PERFORM
           CLOSE DV-ARCHIVE-OUT-FILE

           CALL 'CBL_RENAME_FILE' USING
               WS-DV-TMP-NAME
               WS-DV-LIVE-NAME
               RETURNING WS-DV-RENAME-RC
           END-CALL
           IF WS-DV-RENAME-RC NOT = 0
               DISPLAY 'WARNING: daily-values.csv RENAME FAILED (RC='
                   WS-DV-RENAME-RC ') - UPDATED ARCHIVE LEFT IN '
                   'daily-values.csv.tmp'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: DAILY-VALUES ARCHIVE - '
               WS-DV-APPENDED ' STATION-DAYS ADDED, '
               WS-DV-REPLACED ' REPLACED'.

      *================================================================*
       6972-COPY-DV-ROW.
      *================================================================*
      *--- ONLY A ROW CARRYING TODAY'S DATE CAN BE SUPERSEDED, SO THE ---
      *--- INSPECT KEEPS THE FIELD PARSE OFF EVERY OTHER ROW OF WHAT  ---
      *--- IS A LONG FILE.                                            ---
           IF DVA-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DV-ROWS-IN
           MOVE 0 TO WS-DV-TALLY
           INSPECT DVA-RECORD TALLYING WS-DV-TALLY
               FOR ALL WS-DATE-FORMATTED
           IF WS-DV-TALLY > 0
               MOVE DVA-RECORD TO WS-PARSE-LINE
               PERFORM 8000-CLEAR-PARSE-AREA
               PERFORM 8100-PARSE-CSV-LINE
                   WITH TEST BEFORE
                   VARYING WS-PARSE-PTR FROM 1 BY 1
                   UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                         FUNCTION TRIM(WS-PARSE-LINE TRAILING))
               IF FUNCTION TRIM(WS-FIELDS(2) LEADING)
                   = WS-DATE-FORMATTED
                   MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING)
                       TO WS-LOOKUP-SITE-ID
                   PERFORM 8420-SCAN-STATION-TABLE
                   IF WS-SCAN-STN-FOUND = 'Y'
                       IF ST-RECORD-COUNT(WS-SCAN-STN-IDX) > 0
                           ADD 1 TO WS-DV-REPLACED
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF
           WRITE DVAO-RECORD FROM DVA-RECORD
           ADD 1 TO WS-DV-ROWS-OUT.

      *================================================================*
       6975-WRITE-DV-ROW.
      *================================================================*
      *--- GAGE HEIGHT AND TEMPERATURE ARE LEFT BLANK WHEN THE DAY HAD---
      *--- NO SUCH READING; THE ALERT STATUS DROPS ITS ASTERISKS.     ---
           MOVE ST-MEAN(STN-IDX) TO WS-DV-MEAN-ED
           MOVE ST-MIN(STN-IDX)  TO WS-DV-MIN-ED
           MOVE ST-MAX(STN-IDX)  TO WS-DV-MAX-ED
           MOVE SPACES TO WS-DV-GH-CSV WS-DV-TMP-CSV
           IF ST-GH-COUNT(STN-IDX) > 0
               MOVE ST-GH-MEAN(STN-IDX) TO WS-DV-GH-ED
               MOVE FUNCTION TRIM(WS-DV-GH-ED) TO WS-DV-GH-CSV
           END-IF
           IF ST-TMP-COUNT(STN-IDX) > 0
               MOVE ST-TMP-MEAN(STN-IDX) TO WS-DV-TMP-ED
               MOVE FUNCTION TRIM(WS-DV-TMP-ED) TO WS-DV-TMP-CSV
           END-IF
           MOVE ST-RECORD-COUNT(STN-IDX) TO WS-DV-RDG-ED
           MOVE ST-RATED-COUNT(STN-IDX)  TO WS-DV-RAT-ED
           MOVE ST-EST-COUNT(STN-IDX)    TO WS-DV-EST-ED
           MOVE ST-ICE-COUNT(STN-IDX)    TO WS-DV-ICE-ED
           MOVE ST-EQP-COUNT(STN-IDX)    TO WS-DV-EQP-ED
           EVALUATE ST-ALERT-STATUS(STN-IDX)
               WHEN '*** HIGH FLOW ***'
                   MOVE 'HIGH FLOW'  TO WS-DV-ALERT
               WHEN '*** LOW FLOW  ***'
                   MOVE 'LOW FLOW'   TO WS-DV-ALERT
               WHEN '*** COMPLIANCE ***'
                   MOVE 'COMPLIANCE' TO WS-DV-ALERT
               WHEN OTHER
                   MOVE FUNCTION TRIM(ST-ALERT-STATUS(STN-IDX))
                       TO WS-DV-ALERT
           END-EVALUATE
           MOVE SPACES TO DVAO-RECORD
           STRING FUNCTION TRIM(ST-SITE-ID(STN-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DATE-FORMATTED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(ST-BASIN(STN-IDX)) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-MEAN-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-MIN-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-MAX-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DV-GH-CSV DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               WS-DV-TMP-CSV DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-RDG-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-RAT-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-EST-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-ICE-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-EQP-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-ALERT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DV-AMENDED DELIMITED BY SIZE
               INTO DVAO-RECORD
           END-STRING
           WRITE DVAO-RECORD
           ADD 1 TO WS-DV-APPENDED
           ADD 1 TO WS-DV-ROWS-OUT.

      *================================================================*
       7000-WRITE-BASIN-REPORTS.
      *================================================================*
               ' BASIN REPORT(S) WRITTEN'.

      *================================================================*
       7005-BUILD-BASIN-TOKEN.
      *================================================================*
      *--- BS-NAME(BSN-IDX) WITH ITS BLANKS HYPHENATED, FOR THE       ---
      *--- report-<BASIN>.txt FILE NAME (7010 AND THE DATED COPIES).  ---
           MOVE SPACES TO WS-BASIN-TOKEN
           MOVE FUNCTION TRIM(BS-NAME(BSN-IDX)) TO WS-BASIN-TOKEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-BASIN-TOKEN TRAILING)) TO WS-BASIN-TOKEN-LEN
           INSPECT WS-BASIN-TOKEN(1:WS-BASIN-TOKEN-LEN)
               REPLACING ALL ' ' BY '-'.

      *================================================================*
       7010-WRITE-ONE-BASIN-REPORT.
      *================================================================*
           PERFORM 7005-BUILD-BASIN-TOKEN
           MOVE SPACES TO WS-BASIN-RPT-NAME
           STRING 'report-' DELIMITED BY SIZE
               WS-BASIN-TOKEN(1:WS-BASIN-TOKEN-LEN)
                   AND ST-BASIN(STN-IDX) = BS-NAME(BSN-IDX)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE ST-SITE-ID(STN-IDX)        TO DL-SITE-ID
                   MOVE ST-SITE-NAME(STN-IDX)(1:20) TO DL-SITE-NAME
                   MOVE ST-RECORD-COUNT(STN-IDX)   TO DL-RECORDS
                   MOVE ST-MEAN(STN-IDX)           TO DL-MEAN
                   MOVE ST-MIN(STN-IDX)            TO DL-MIN
                   MOVE ST-TREND(STN-IDX)          TO DL-TREND
                   MOVE ST-ALERT-COUNT(STN-IDX)    TO DL-ALERTS
                   MOVE ST-RATED-COUNT(STN-IDX)    TO DL-RATED
                   MOVE ST-FLOW-CLASS(STN-IDX)     TO DL-FLOW-CLASS
                   WRITE BRP-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING STN-IDX FROM 1 BY 1
               UNTIL STN-IDX > WS-STATION-COUNT
               IF (ST-RECORD-COUNT(STN-IDX) > 0
                       OR ST-TMP-COUNT(STN-IDX) > 0
                       OR ST-OUTAGE-FLAG(STN-IDX) = 'Y')
                   AND ST-BASIN(STN-IDX) = BS-NAME(BSN-IDX)
                   MOVE SPACES TO WS-ALERT-LINE
                   MOVE ST-SITE-ID(STN-IDX)         TO AL-SITE-ID
      *--- CREATES IT ON FIRST USE). A RUN THAT CANNOT OPEN IT STILL  ---
      *--- PROCESSES -- THE AUDIT TRAIL IS EVIDENCE, NOT A GATE.      ---
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
      *--- AN AS-OF RUN IS IDENTIFIED BY ITS PROCESSING DATE, SO EACH ---
      *--- CATCH-UP DAY LOGS UNDER ITS OWN RUN ID                     ---
           IF WS-AS-OF-DATE NOT = SPACES
               MOVE WS-CURRENT-DATE TO WS-CLOCK-STAMP(1:8)
           END-IF
           MOVE SPACES TO WS-RUN-ID
           STRING WS-CLOCK-STAMP(1:8) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
           MOVE 'RUN-START' TO WS-RL-EVENT
           MOVE SPACES      TO WS-RL-DETAIL
           MOVE 0           TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           IF WS-AS-OF-DATE NOT = SPACES
               MOVE 'AS-OF-DATE'  TO WS-RL-EVENT
               MOVE SPACES        TO WS-RL-DETAIL
               IF CATCH-UP-DAY
                   STRING 'CATCH-UP DAY ' DELIMITED BY SIZE
                       WS-DATE-FORMATTED DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
                   END-STRING
                   MOVE WS-CU-DAY-NUMBER TO WS-RL-COUNT
               ELSE
                   STRING 'PROCESSING DATE ' DELIMITED BY SIZE
                       WS-DATE-FORMATTED DELIMITED BY SIZE
                       INTO WS-RL-DETAIL
                   END-STRING
                   MOVE 0 TO WS-RL-COUNT
               END-IF
               PERFORM 7610-LOG-RUN-EVENT
           END-IF.

      *================================================================*
       7610-LOG-RUN-EVENT.
           MOVE SPACES   TO ST-SNOW-SITE(STN-IDX)
           MOVE SPACES   TO ST-UPSTREAM-SITE(STN-IDX)
           MOVE SPACES   TO ST-NWS-ID(STN-IDX)
           MOVE SPACES   TO ST-CDEC-ID(STN-IDX)
           MOVE 'USGS'   TO ST-SOURCE-PREF(STN-IDX)
           MOVE SPACES   TO ST-SOURCE(STN-IDX)
           MOVE SPACES   TO ST-ALERT-STATUS(STN-IDX)
           MOVE SPACES   TO ST-LAST-DATE(STN-IDX)
           MOVE SPACES   TO ST-CROSS-KIND(STN-IDX)
           MOVE SPACES   TO ST-CROSS-DATE(STN-IDX)
           MOVE 'NOT RANKED' TO ST-FLOW-CLASS(STN-IDX)
           MOVE SPACES   TO ST-FLOOD-TIER(STN-IDX)
           MOVE SPACES   TO ST-LIFECYCLE(STN-IDX)
           MOVE ZEROS    TO ST-LIFE-DAYS(STN-IDX)
           MOVE 'N'      TO ST-PROJ-FLAG(STN-IDX)
           MOVE 'N'      TO ST-IFR-FLAG(STN-IDX)
           MOVE 'STABLE' TO ST-TREND(STN-IDX)
           MOVE ZEROS    TO ST-RECORD-COUNT(STN-IDX)
                            ST-SUM(STN-IDX)
                            ST-GAP-COUNT(STN-IDX)
                            ST-DUP-COUNT(STN-IDX)
                            ST-RATED-COUNT(STN-IDX)
                            ST-SHIFT-COUNT(STN-IDX)
                            ST-SCR-SPIKE(STN-IDX)
                            ST-SCR-RATE(STN-IDX)
                            ST-SCR-FLAT(STN-IDX)
                            ST-SCR-RANGE(STN-IDX)
                            ST-INCOMPLETE-DAYS(STN-IDX)
                            ST-PEAK-GH(STN-IDX)
                            ST-EST-COUNT(STN-IDX)
                            ST-ICE-COUNT(STN-IDX)
                            ST-EQP-COUNT(STN-IDX)
                            ST-TMP-THRESH(STN-IDX)
           MOVE 9999999  TO ST-MIN(STN-IDX)
           MOVE -9999999 TO ST-MAX(STN-IDX)
           MOVE -9999999 TO ST-PEAK-CFS(STN-IDX)
           MOVE 1        TO ST-MEDIAN(STN-IDX)
           MOVE 50       TO ST-LOW-THRESH(STN-IDX)
           MOVE 5000     TO ST-HIGH-THRESH(STN-IDX)
           END-PERFORM
           MOVE WS-BS-LO TO WS-RT-START.

      *================================================================*
       8435-INTERPOLATE-RATING.
      *================================================================*
      *--- RATES WS-RT-IN-STAGE FOR WS-SITE-ID BY LINEAR              ---
      *--- INTERPOLATION BETWEEN THE TWO BREAKPOINTS THAT BRACKET IT. ---
      *--- THE TABLE IS SORTED BY SITE THEN ASCENDING STAGE, SO THE   ---
      *--- LAST BREAKPOINT AT OR BELOW THE STAGE IS THE LOW BRACKET   ---
      *--- AND THE FIRST ONE ABOVE IT IS THE HIGH BRACKET. A STAGE    ---
      *--- OFF EITHER END OF THE CURVE TAKES THE NEAREST ENDPOINT'S   ---
      *--- DISCHARGE. WS-RT-RATED STAYS 'N' WHEN THE SITE HAS NO      ---
      *--- CURVE.                                                     ---
           MOVE 'N' TO WS-RT-RATED
           MOVE 'N' TO WS-RT-LO-FOUND
           MOVE 'N' TO WS-RT-HI-FOUND
           PERFORM 8430-FIND-RATING-START
           PERFORM VARYING RTG-IDX FROM WS-RT-START BY 1
               UNTIL RTG-IDX > WS-RATING-COUNT
                   OR RT-SITE-ID(RTG-IDX) NOT = WS-SITE-ID
               IF RT-STAGE(RTG-IDX) <= WS-RT-IN-STAGE
                   MOVE RT-STAGE(RTG-IDX)     TO WS-RT-LO-STAGE
                   MOVE RT-DISCHARGE(RTG-IDX) TO WS-RT-LO-DISCH
                   MOVE 'Y' TO WS-RT-LO-FOUND
               ELSE
                   IF WS-RT-HI-FOUND = 'N'
                       MOVE RT-STAGE(RTG-IDX)     TO WS-RT-HI-STAGE
                       MOVE RT-DISCHARGE(RTG-IDX) TO WS-RT-HI-DISCH
                       MOVE 'Y' TO WS-RT-HI-FOUND
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RT-LO-FOUND = 'Y' AND WS-RT-HI-FOUND = 'Y'
                   COMPUTE WS-RT-OUT-DISCH ROUNDED =
                       WS-RT-LO-DISCH +
                       (WS-RT-IN-STAGE - WS-RT-LO-STAGE) *
                       (WS-RT-HI-DISCH - WS-RT-LO-DISCH) /
                       (WS-RT-HI-STAGE - WS-RT-LO-STAGE)
                   MOVE 'Y' TO WS-RT-RATED
               WHEN WS-RT-LO-FOUND = 'Y'
                   MOVE WS-RT-LO-DISCH TO WS-RT-OUT-DISCH
                   MOVE 'Y' TO WS-RT-RATED
               WHEN WS-RT-HI-FOUND = 'Y'
                   MOVE WS-RT-HI-DISCH TO WS-RT-OUT-DISCH
                   MOVE 'Y' TO WS-RT-RATED
           END-EVALUATE.

      *================================================================*
       8436-INVERT-RATING.
      *================================================================*
      *--- THE STAGE AT WHICH WS-SITE-ID'S CURVE GIVES WS-RT-IN-DISCH,---
      *--- INTERPOLATED BETWEEN THE FIRST PAIR OF BREAKPOINTS WHOSE   ---
      *--- DISCHARGES BRACKET IT. A DISCHARGE OUTSIDE THE CURVE IS NOT---
      *--- EXTRAPOLATED; WS-RT-INV-FOUND STAYS 'N'.                   ---
           MOVE 'N' TO WS-RT-INV-FOUND
           MOVE 'N' TO WS-RT-LO-FOUND
           PERFORM 8430-FIND-RATING-START
           PERFORM VARYING RTG-IDX FROM WS-RT-START BY 1
               UNTIL RTG-IDX > WS-RATING-COUNT
                   OR RT-SITE-ID(RTG-IDX) NOT = WS-SITE-ID
                   OR WS-RT-INV-FOUND = 'Y'
               IF WS-RT-LO-FOUND = 'Y'
                   AND RT-DISCHARGE(RTG-IDX) > WS-RT-LO-DISCH
                   AND WS-RT-IN-DISCH >= WS-RT-LO-DISCH
                   AND WS-RT-IN-DISCH <= RT-DISCHARGE(RTG-IDX)
                   COMPUTE WS-RT-OUT-STAGE ROUNDED =
                       WS-RT-LO-STAGE +
                       (WS-RT-IN-DISCH - WS-RT-LO-DISCH) *
                       (RT-STAGE(RTG-IDX) - WS-RT-LO-STAGE) /
                       (RT-DISCHARGE(RTG-IDX) - WS-RT-LO-DISCH)
                   MOVE 'Y' TO WS-RT-INV-FOUND
               END-IF
               MOVE RT-STAGE(RTG-IDX)     TO WS-RT-LO-STAGE
               MOVE RT-DISCHARGE(RTG-IDX) TO WS-RT-LO-DISCH
               MOVE 'Y' TO WS-RT-LO-FOUND
           END-PERFORM.

      *================================================================*
       8440-FIND-HISTORY-START.
      *================================================================*
           END-PERFORM
           MOVE WS-BS-LO TO WS-PK-START.

      *================================================================*
       8480-FIND-IFR-START.
      *================================================================*
      *--- LOWER-BOUND BINARY SEARCH OF THE SITE-SORTED REQUIREMENT   ---
      *--- TABLE FOR WS-SITE-ID'S FIRST ROW.                          ---
           MOVE 1 TO WS-BS-LO
           MOVE WS-IFR-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               SET IFR-IDX TO WS-BS-MID
               IF IR-SITE-ID(IFR-IDX) < WS-SITE-ID
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               ELSE
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               END-IF
           END-PERFORM
           MOVE WS-BS-LO TO WS-IFR-START.

      *================================================================*
       8490-FIND-FMEAS-START.
      *================================================================*
      *--- LOWER-BOUND BINARY SEARCH OF THE SITE-SORTED FIELD         ---
      *--- MEASUREMENT TABLE FOR WS-SITE-ID'S FIRST MEASUREMENT.      ---
           MOVE 1 TO WS-BS-LO
           MOVE WS-FM-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               SET FLM-IDX TO WS-BS-MID
               IF FM-SITE-ID(FLM-IDX) < WS-SITE-ID
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               ELSE
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               END-IF
           END-PERFORM
           MOVE WS-BS-LO TO WS-FM-START.

      *================================================================*
       8495-FIND-CDEC-DAY.
      *================================================================*
      *--- EXACT BINARY SEARCH OF THE SITE / DATE-SORTED CDEC         ---
      *--- STATION-DAY TABLE FOR WS-CDD-LOOKUP. FOUND: WS-CDD-FOUND = ---
      *--- 'Y' AND CDD-IDX POINTS AT THE ENTRY.                       ---
           MOVE 'N' TO WS-CDD-FOUND
           MOVE 1 TO WS-BS-LO
           MOVE WS-CD-DAY-COUNT TO WS-BS-HI
           PERFORM UNTIL WS-BS-LO > WS-BS-HI
                   OR WS-CDD-FOUND = 'Y'
               COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
               SET CDD-IDX TO WS-BS-MID
               EVALUATE TRUE
                   WHEN CDD-KEY(CDD-IDX) = WS-CDD-LOOKUP
                       MOVE 'Y' TO WS-CDD-FOUND
                   WHEN CDD-KEY(CDD-IDX) < WS-CDD-LOOKUP
                       COMPUTE WS-BS-LO = WS-BS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-BS-HI = WS-BS-MID - 1
               END-EVALUATE
           END-PERFORM.

      *================================================================*
       9000-TERMINATE.
      *================================================================*
           CLOSE EXPORT-FILE
           CLOSE FORECAST-FILE
           CLOSE SHEF-FILE
           CLOSE UV-QUARANTINE-FILE
           IF CATCH-UP-DAY
               PERFORM 9050-WRITE-DATED-COPIES
           END-IF
           PERFORM 9100-WRITE-RUN-AUDIT
           DISPLAY 'SIERRA-FLOW V2.0: REPORT WRITTEN TO'
               ' streamflow-report.txt'
           DISPLAY 'SIERRA-FLOW V2.0: JOB COMPLETE. '
               'NORMAL TERMINATION.'.

      *================================================================*
       9050-WRITE-DATED-COPIES.
      *================================================================*
      *--- THE NEXT CATCH-UP DAY REWRITES THE SAME FILE NAMES, SO     ---
      *--- EACH DAY'S REPORT, BASIN REPORTS AND FEEDS ARE COPIED TO   ---
      *--- <NAME>-YYYY-MM-DD.<EXT> (E.G. alerts-2026-10-10.csv) FOR   ---
      *--- DISTRIBUTION.                                              ---
           MOVE 0 TO WS-DC-COUNT
           MOVE 'streamflow-report' TO WS-DC-BASE
           MOVE '.txt'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           MOVE 'alerts'            TO WS-DC-BASE
           MOVE '.csv'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           MOVE 'streamflow-export' TO WS-DC-BASE
           MOVE '.csv'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           MOVE 'forecast'          TO WS-DC-BASE
           MOVE '.csv'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           MOVE 'shef-messages'     TO WS-DC-BASE
           MOVE '.txt'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           MOVE 'field-dispatch'    TO WS-DC-BASE
           MOVE '.csv'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           MOVE 'uv-quarantine'     TO WS-DC-BASE
           MOVE '.csv'              TO WS-DC-EXT
           PERFORM 9055-COPY-ONE-FILE
           PERFORM VARYING BSN-IDX FROM 1 BY 1
               UNTIL BSN-IDX > WS-BASIN-COUNT
               IF BS-STATION-COUNT(BSN-IDX) > 0
                   OR BS-RSV-COUNT(BSN-IDX) > 0
                   PERFORM 7005-BUILD-BASIN-TOKEN
                   MOVE SPACES TO WS-DC-BASE
                   STRING 'report-' DELIMITED BY SIZE
                       WS-BASIN-TOKEN(1:WS-BASIN-TOKEN-LEN)
                           DELIMITED BY SIZE
                       INTO WS-DC-BASE
                   END-STRING
                   MOVE '.txt'      TO WS-DC-EXT
                   PERFORM 9055-COPY-ONE-FILE
               END-IF
           END-PERFORM
           PERFORM VARYING RGP-IDX FROM 1 BY 1
               UNTIL RGP-IDX > WS-RG-COUNT
               PERFORM 6386-BUILD-GROUP-TOKEN
               MOVE SPACES TO WS-DC-BASE
               STRING 'notify-' DELIMITED BY SIZE
                   WS-GROUP-TOKEN(1:WS-GROUP-TOKEN-LEN)
                       DELIMITED BY SIZE
                   INTO WS-DC-BASE
               END-STRING
               MOVE '.csv'          TO WS-DC-EXT
               PERFORM 9055-COPY-ONE-FILE
           END-PERFORM
           IF WS-FM-COUNT > 0
               MOVE 'rating-review'     TO WS-DC-BASE
               MOVE '.txt'              TO WS-DC-EXT
               PERFORM 9055-COPY-ONE-FILE
           END-IF
           IF WS-IFR-COUNT > 0
               MOVE 'compliance-report'     TO WS-DC-BASE
               MOVE '.txt'                  TO WS-DC-EXT
               PERFORM 9055-COPY-ONE-FILE
               MOVE 'compliance-violations' TO WS-DC-BASE
               MOVE '.csv'                  TO WS-DC-EXT
               PERFORM 9055-COPY-ONE-FILE
           END-IF
           DISPLAY 'SIERRA-FLOW V2.0: ' WS-DC-COUNT
               ' DATED COPIES WRITTEN FOR ' WS-DATE-FORMATTED.

      *================================================================*
       9055-COPY-ONE-FILE.
      *================================================================*
           MOVE SPACES TO WS-DC-SOURCE
           STRING FUNCTION TRIM(WS-DC-BASE) DELIMITED BY SIZE
               WS-DC-EXT DELIMITED BY SIZE
               INTO WS-DC-SOURCE
           END-STRING
           MOVE SPACES TO WS-DC-TARGET
           STRING FUNCTION TRIM(WS-DC-BASE) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-DATE-FORMATTED DELIMITED BY SIZE
               WS-DC-EXT DELIMITED BY SIZE
               INTO WS-DC-TARGET
           END-STRING
           CALL 'CBL_COPY_FILE' USING WS-DC-SOURCE WS-DC-TARGET
               RETURNING WS-DC-RC
           END-CALL
           IF WS-DC-RC NOT = 0
               DISPLAY 'WARNING: COULD NOT COPY '
                   FUNCTION TRIM(WS-DC-SOURCE) ' TO '
                   FUNCTION TRIM(WS-DC-TARGET)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DC-COUNT.

      *================================================================*
       9100-WRITE-RUN-AUDIT.
      *================================================================*
           MOVE WS-BL-ROWS-IN       TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'flow-percentiles.csv' TO WS-RL-DETAIL
           MOVE WS-PCT-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'rating-tables.csv' TO WS-RL-DETAIL
           MOVE WS-RTG-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'field-measurements.csv' TO WS-RL-DETAIL
           MOVE WS-FM-ROWS-IN       TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'uv-screen-limits.csv' TO WS-RL-DETAIL
           MOVE WS-UL-ROWS-IN       TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'cdec-flow.csv'     TO WS-RL-DETAIL
           MOVE WS-CDF-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'station-history.csv' TO WS-RL-DETAIL
           MOVE WS-HIST-ROWS-IN     TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE WS-DIV-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'instream-requirements.csv' TO WS-RL-DETAIL
           MOVE WS-IFR-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'compliance-state.csv' TO WS-RL-DETAIL
           MOVE WS-CST-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'station-status.csv' TO WS-RL-DETAIL
           MOVE WS-GS-ROWS-IN       TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'peaks.csv'         TO WS-RL-DETAIL
           MOVE WS-PK-ROWS-IN       TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
               MOVE WS-UPD-ROWS-IN  TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'daily-values.csv'  TO WS-RL-DETAIL
           MOVE WS-DV-ROWS-IN       TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'OUTPUT-ROWS'       TO WS-RL-EVENT
           MOVE 'daily-values.csv'  TO WS-RL-DETAIL
           MOVE WS-DV-ROWS-OUT      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'DV-ARCHIVE-ADDED'  TO WS-RL-EVENT
           MOVE 'STATION-DAYS ADDED TO daily-values.csv'
               TO WS-RL-DETAIL
           MOVE WS-DV-APPENDED      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'DV-ARCHIVE-REPLACED' TO WS-RL-EVENT
           MOVE 'EARLIER ROWS FOR THE DAY REPLACED'
               TO WS-RL-DETAIL
           MOVE WS-DV-REPLACED      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           IF MONTHLY-SUMMARY-RUN
               MOVE 'INPUT-ROWS'    TO WS-RL-EVENT
               MOVE 'monthly-stats.csv' TO WS-RL-DETAIL
               MOVE WS-UV-COUNT     TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           IF WS-UV-HELD > 0
               MOVE 'UV-SCREENED-OUT' TO WS-RL-EVENT
               MOVE 'uv-quarantine.csv' TO WS-RL-DETAIL
               MOVE WS-SKIP-SCREENED TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'UV-INCOMPLETE-DAYS' TO WS-RL-EVENT
               MOVE 'NOT USED FOR PEAKS' TO WS-RL-DETAIL
               MOVE WS-UV-INCOMPLETE-COUNT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           IF WS-CDF-ROWS-IN > 0
               MOVE 'CDEC-READINGS'  TO WS-RL-EVENT
               MOVE 'MERGED FROM cdec-flow.csv' TO WS-RL-DETAIL
               MOVE WS-CDEC-READINGS TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'CDEC-UNMAPPED'  TO WS-RL-EVENT
               MOVE 'CDEC ID NOT IN STATION MASTER' TO WS-RL-DETAIL
               MOVE WS-CD-UNMAPPED   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'CDEC-DAILY-DROPPED' TO WS-RL-EVENT
               MOVE 'DAILY FLOW/STAGE - DAY HAS UNIT VALUES'
                   TO WS-RL-DETAIL
               MOVE WS-CD-DAILY-DROPPED TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'SOURCE-SUPERSEDED' TO WS-RL-EVENT
               MOVE 'OTHER AGENCY PREFERRED FOR DAY' TO WS-RL-DETAIL
               MOVE WS-SKIP-SUPERSEDED TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           IF WS-RO-COUNT > 0
               MOVE 'INPUT-ROWS'    TO WS-RL-EVENT
               MOVE 'alert-roster.csv' TO WS-RL-DETAIL
               MOVE WS-RO-ROWS-IN   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'INPUT-ROWS'    TO WS-RL-EVENT
               MOVE 'alert-acks.csv' TO WS-RL-DETAIL
               MOVE WS-AK-ROWS-IN   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'NOTIFICATIONS' TO WS-RL-EVENT
               MOVE 'notify-<GROUP>.csv FILES' TO WS-RL-DETAIL
               MOVE WS-NT-COUNT     TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'ALERTS-RENOTIFIED' TO WS-RL-EVENT
               MOVE 'UNACKNOWLEDGED - NEXT ROSTER LEVEL'
                   TO WS-RL-DETAIL
               MOVE WS-NT-RENOTIFIED TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'ALERTS-UNROUTED' TO WS-RL-EVENT
               MOVE 'NO ROSTER ROW MATCHED' TO WS-RL-DETAIL
               MOVE WS-NT-UNROUTED  TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           IF WS-FM-COUNT > 0
               MOVE 'SHIFT-ADJUSTED-DAYS' TO WS-RL-EVENT
               MOVE 'RATED STATION-DAYS SHIFTED' TO WS-RL-DETAIL
               MOVE WS-SHIFT-DAYS   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'RATINGS-FOR-REVIEW' TO WS-RL-EVENT
               MOVE 'rating-review.txt' TO WS-RL-DETAIL
               MOVE WS-RV-FLAGGED   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           MOVE 'DUP-DATES-FLAGGED' TO WS-RL-EVENT
           MOVE SPACES              TO WS-RL-DETAIL
           MOVE WS-DQ-DUP-TOTAL     TO WS-RL-COUNT
               MOVE WS-PK-ROWS-OUT  TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           IF WS-IFR-COUNT > 0
               MOVE 'OUTPUT-ROWS'   TO WS-RL-EVENT
               MOVE 'compliance-violations.csv' TO WS-RL-DETAIL
               MOVE WS-VIO-ROWS-OUT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'OUTPUT-ROWS'   TO WS-RL-EVENT
               MOVE 'compliance-state.csv' TO WS-RL-DETAIL
               MOVE WS-CST-ROWS-OUT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           IF CATCH-UP-DAY
               MOVE 'DATED-COPIES'  TO WS-RL-EVENT
               MOVE SPACES          TO WS-RL-DETAIL
               STRING '<NAME>-' DELIMITED BY SIZE
                   WS-DATE-FORMATTED DELIMITED BY SIZE
                   ' FILES' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               END-STRING
               MOVE WS-DC-COUNT     TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF
           MOVE 'OUTPUT-ROWS'       TO WS-RL-EVENT
           MOVE 'station-status.csv' TO WS-RL-DETAIL
           MOVE WS-GS-ROWS-OUT      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'OUTPUT-ROWS'       TO WS-RL-EVENT
           MOVE 'field-dispatch.csv' TO WS-RL-DETAIL
           MOVE WS-DSP-ROWS-OUT     TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           MOVE 'BASIN-REPORTS'     TO WS-RL-EVENT
           MOVE 'report-<BASIN>.txt FILES' TO WS-RL-DETAIL
           MOVE WS-BASIN-RPT-COUNT  TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF

           IF WY-CLOSE-DONE
               MOVE 'INPUT-ROWS'    TO WS-RL-EVENT
               MOVE 'monthly-stats-YYYY-MM.csv' TO WS-RL-DETAIL
               MOVE WS-MA-ROWS-IN   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'WY-CLOSE'      TO WS-RL-EVENT
               MOVE SPACES          TO WS-RL-DETAIL
               STRING 'WATER YEAR ' DELIMITED BY SIZE
                   WS-WC-YEAR DELIMITED BY SIZE
                   ' STATIONS CLOSED' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               END-STRING
               MOVE WS-WC-COUNT     TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'WY-CLOSE-PROVISIONAL' TO WS-RL-EVENT
               MOVE 'STATIONS OVER THE MISSING-DAY LIMIT'
                   TO WS-RL-DETAIL
               MOVE WS-WC-PROV-COUNT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'WY-CLOSE-NO-DATA' TO WS-RL-EVENT
               MOVE 'ACTIVE STATIONS WITH NO DAILY MEANS'
                   TO WS-RL-DETAIL
               MOVE WS-WC-NODATA-COUNT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'WY-CLOSE-NO-PEAK' TO WS-RL-EVENT
               MOVE 'STATIONS WITH NO PEAK IN peaks.csv'
                   TO WS-RL-DETAIL
               MOVE WS-WC-NO-PEAK   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'OUTPUT-ROWS'   TO WS-RL-EVENT
               MOVE 'baseline-history.csv' TO WS-RL-DETAIL
               MOVE WS-WYB-ROWS-OUT TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
           END-IF

           MOVE 'RECONCILE'         TO WS-RL-EVENT
           IF WS-RECON-BALANCED = 'Y'
               MOVE 'INPUT = PROCESSED + SKIPPED' TO WS-RL-DETAIL
           MOVE 0                   TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           CLOSE RUN-LOG-FILE.

      *================================================================*
       9500-RUN-EXTRACT.
      *================================================================*
      *--- EXTRACT-MODE. TAKES THE PROCESSING DATE AND A RUN ID (SO   ---
      *--- THE EXTRACT ITSELF IS AUDIT-LOGGED) BUT OPENS NONE OF THE  ---
      *--- DAILY FEEDS OR OUTPUTS. A REQUEST THAT DOES NOT VALIDATE   ---
      *--- WRITES NOTHING AND ENDS RC=8.                              ---
           PERFORM 1010-SET-PROCESSING-DATE
           MOVE WS-YEAR  TO WF-YEAR
           MOVE WS-MONTH TO WF-MONTH
           MOVE WS-DAY   TO WF-DAY
           PERFORM 7600-OPEN-RUN-LOG
           DISPLAY 'SIERRA-FLOW V2.0: EXTRACT RUN - NORMAL '
               'PROCESSING SKIPPED'
           PERFORM 9510-LOAD-EXTRACT-REQUEST
           IF WS-XR-VALID = 'Y'
               PERFORM 9530-WRITE-EXTRACT
           ELSE
               DISPLAY 'ERROR: ' FUNCTION TRIM(WS-XR-REFUSAL)
                   ' - NOTHING EXTRACTED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9590-LOG-EXTRACT.

      *================================================================*
       9510-LOAD-EXTRACT-REQUEST.
      *================================================================*
           MOVE 'N' TO WS-XR-VALID
           MOVE 0   TO WS-XR-COUNT
           OPEN INPUT EXTRACT-REQUEST-FILE
           IF WS-XRQ-STATUS NOT = '00'
               MOVE 'extract-request.csv NOT FOUND' TO WS-XR-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           PERFORM UNTIL EOF-EXTRACT-REQUEST
               READ EXTRACT-REQUEST-FILE INTO XRQ-RECORD
                   AT END SET EOF-EXTRACT-REQUEST TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 9515-PARSE-EXTRACT-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-REQUEST-FILE

           MOVE WS-XR-FROM TO WS-MEAS-DATE
           PERFORM 1835-VALIDATE-DATE-FORMAT
           IF WS-PF-DATE-OK NOT = 'Y'
               MOVE 'FROM-DATE MISSING OR NOT YYYY-MM-DD'
                   TO WS-XR-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-JULIAN TO WS-XR-FROM-JULIAN
           MOVE WS-XR-TO TO WS-MEAS-DATE
           PERFORM 1835-VALIDATE-DATE-FORMAT
           IF WS-PF-DATE-OK NOT = 'Y'
               MOVE 'TO-DATE MISSING OR NOT YYYY-MM-DD'
                   TO WS-XR-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-FROM > WS-XR-TO
               MOVE 'FROM-DATE IS AFTER TO-DATE' TO WS-XR-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-XR-COUNT = 0
               MOVE 'NO SITE OR BASIN REQUESTED' TO WS-XR-REFUSAL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-XR-RANGE-DAYS =
               WS-CHECK-JULIAN - WS-XR-FROM-JULIAN + 1
           MOVE 'Y' TO WS-XR-VALID.

      *================================================================*
       9515-PARSE-EXTRACT-REQUEST.
      *================================================================*
           ADD 1 TO WS-XRQ-ROWS-IN
           MOVE XRQ-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(1) LEADING)) TO WS-XR-KEY
           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO WS-XR-VALUE
           EVALUATE WS-XR-KEY
               WHEN SPACES
                   CONTINUE
               WHEN 'FROM-DATE'
                   MOVE WS-XR-VALUE(1:10) TO WS-XR-FROM
               WHEN 'TO-DATE'
                   MOVE WS-XR-VALUE(1:10) TO WS-XR-TO
               WHEN 'REQUEST-ID'
                   MOVE WS-XR-VALUE TO WS-XR-REQUEST-ID
               WHEN 'REQUESTED-BY'
                   MOVE WS-XR-VALUE TO WS-XR-REQUESTED-BY
               WHEN 'SITE'
               WHEN 'BASIN'
                   IF WS-XR-VALUE = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-XR-COUNT >= 200
                       DISPLAY 'WARNING: MORE THAN 200 SITES/BASINS '
                           'REQUESTED - IGNORING ' WS-XR-VALUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-XR-COUNT
                   SET XRS-IDX TO WS-XR-COUNT
                   MOVE WS-XR-KEY TO XS-TYPE(XRS-IDX)
                   MOVE FUNCTION UPPER-CASE(WS-XR-VALUE)
                       TO XS-VALUE(XRS-IDX)
                   MOVE 0 TO XS-DAYS(XRS-IDX)
               WHEN OTHER
                   DISPLAY 'WARNING: extract-request.csv KEY '
                       FUNCTION TRIM(WS-XR-KEY) ' NOT RECOGNISED'
           END-EVALUATE.

      *================================================================*
       9530-WRITE-EXTRACT.
      *================================================================*
      *--- THE ARCHIVE IS IN RUN ORDER, SO THE SELECTED DAYS ARE      ---
      *--- SORTED BY SITE AND DATE ON THE WAY TO THE REPORT AND THE   ---
      *--- CSV.                                                       ---
           OPEN OUTPUT EXTRACT-REPORT-FILE
           IF WS-XRP-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN dv-extract-report.txt'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXTRACT-CSV-FILE
           IF WS-XCS-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN dv-extract.csv'
               CLOSE EXTRACT-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 9535-WRITE-EXTRACT-HEADINGS
           MOVE 0 TO WS-DX-ROWS-OUT WS-DX-SITES WS-DV-ROWS-IN

           SORT DX-SORT-FILE
               ASCENDING KEY DXS-SITE-ID DXS-DATE
               INPUT  PROCEDURE 9540-DX-SORT-INPUT
               OUTPUT PROCEDURE 9550-DX-SORT-OUTPUT

      *--- A REQUESTED SITE OR BASIN WITH NOTHING ARCHIVED IN THE     ---
      *--- RANGE IS SAID SO, RATHER THAN SIMPLY BEING ABSENT          ---
           WRITE XRP-LINE FROM WS-BLANK-LINE
           PERFORM VARYING XRS-IDX FROM 1 BY 1
               UNTIL XRS-IDX > WS-XR-COUNT
               IF XS-DAYS(XRS-IDX) = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  NO ARCHIVED DAYS IN RANGE FOR '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(XS-TYPE(XRS-IDX))
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       XS-VALUE(XRS-IDX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE XRP-LINE FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           WRITE XRP-LINE FROM WS-HEADER-1
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  SITES EXTRACTED:             ' TO SL-LABEL
           MOVE WS-DX-SITES TO SL-VALUE
           WRITE XRP-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  STATION-DAYS EXTRACTED:      ' TO SL-LABEL
           MOVE WS-DX-ROWS-OUT TO SL-VALUE
           WRITE XRP-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE '  ARCHIVE ROWS SEARCHED:       ' TO SL-LABEL
           MOVE WS-DV-ROWS-IN TO SL-VALUE
           WRITE XRP-LINE FROM WS-SUMMARY-LINE
           WRITE XRP-LINE FROM WS-HEADER-1
           CLOSE EXTRACT-REPORT-FILE
           CLOSE EXTRACT-CSV-FILE
           DISPLAY 'SIERRA-FLOW V2.0: ' WS-DX-ROWS-OUT
               ' STATION-DAYS EXTRACTED TO dv-extract.csv AND '
               'dv-extract-report.txt'.

      *================================================================*
       9535-WRITE-EXTRACT-HEADINGS.
      *================================================================*
           WRITE XRP-LINE FROM WS-HEADER-1
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DAILY-VALUES EXTRACT - ' DELIMITED BY SIZE
               WS-XR-FROM DELIMITED BY SIZE
               ' THROUGH ' DELIMITED BY SIZE
               WS-XR-TO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE XRP-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  REQUEST: ' DELIMITED BY SIZE
               WS-XR-REQUEST-ID DELIMITED BY SIZE
               '  REQUESTED BY: ' DELIMITED BY SIZE
               WS-XR-REQUESTED-BY DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE XRP-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EXTRACTED ' DELIMITED BY SIZE
               WS-DATE-FORMATTED DELIMITED BY SIZE
               ' BY RUN ' DELIMITED BY SIZE
               WS-RUN-ID DELIMITED BY SIZE
               ' FROM daily-values.csv' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE XRP-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  EST = ESTIMATED READINGS IN THE DAY, RATED = GAGE '
               TO WS-REPORT-LINE
           MOVE 'HEIGHT RATED TO FLOW, AMEND = WRITTEN BY A REVISION '
               TO WS-REPORT-LINE(53:52)
           MOVE 'RUN' TO WS-REPORT-LINE(105:3)
           WRITE XRP-LINE FROM WS-REPORT-LINE
           WRITE XRP-LINE FROM WS-HEADER-1

           MOVE SPACES TO XCS-RECORD
           STRING 'SITE_ID,BASIN,DATE,MEAN_CFS,MIN_CFS,MAX_CFS,'
                   DELIMITED BY SIZE
               'GH_MEAN_FT,TEMP_MEAN_F,READINGS,ESTIMATED,RATED,'
                   DELIMITED BY SIZE
               'AMENDED,ALERT_STATUS,RUN_ID' DELIMITED BY SIZE
               INTO XCS-RECORD
           END-STRING
           WRITE XCS-RECORD.

      *================================================================*
       9540-DX-SORT-INPUT.
      *================================================================*
           OPEN INPUT DV-ARCHIVE-FILE
           IF WS-DVA-STATUS NOT = '00'
               DISPLAY 'WARNING: daily-values.csv NOT FOUND - '
                   'EXTRACT WILL BE EMPTY'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FIRST-LINE
           MOVE 'N' TO WS-EOF-DVA
           PERFORM UNTIL EOF-DV-ARCHIVE
               READ DV-ARCHIVE-FILE INTO DVA-RECORD
                   AT END SET EOF-DV-ARCHIVE TO TRUE
                   NOT AT END
                       IF IS-HEADER
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           PERFORM 9545-SELECT-DV-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DV-ARCHIVE-FILE.

      *================================================================*
       9545-SELECT-DV-ROW.
      *================================================================*
      *--- FIELDS AS 6975 WRITES THEM: 1 SITE, 2 DATE, 3 BASIN, 4-6   ---
      *--- MEAN/MIN/MAX, 7 GH, 8 TEMP, 9 READINGS, 10 RATED, 11       ---
      *--- ESTIMATED, 12 ICE, 13 EQUIPMENT, 14 ALERT, 15 RUN ID, 16   ---
      *--- AMENDED.                                                   ---
           IF DVA-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DV-ROWS-IN
           MOVE DVA-RECORD TO WS-PARSE-LINE
           PERFORM 8000-CLEAR-PARSE-AREA
           PERFORM 8100-PARSE-CSV-LINE
               WITH TEST BEFORE
               VARYING WS-PARSE-PTR FROM 1 BY 1
               UNTIL WS-PARSE-PTR > FUNCTION LENGTH(
                     FUNCTION TRIM(WS-PARSE-LINE TRAILING))

           MOVE FUNCTION TRIM(WS-FIELDS(2) LEADING) TO DXS-DATE
           IF DXS-DATE < WS-XR-FROM OR DXS-DATE > WS-XR-TO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(1) LEADING) TO DXS-SITE-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               WS-FIELDS(3) LEADING)) TO DXS-BASIN
           MOVE 'N' TO WS-XR-MATCH
           PERFORM VARYING XRS-IDX FROM 1 BY 1
               UNTIL XRS-IDX > WS-XR-COUNT
               IF (XS-TYPE(XRS-IDX) = 'SITE'
                       AND XS-VALUE(XRS-IDX) = DXS-SITE-ID)
                   OR (XS-TYPE(XRS-IDX) = 'BASIN'
                       AND XS-VALUE(XRS-IDX) = DXS-BASIN)
                   MOVE 'Y' TO WS-XR-MATCH
                   ADD 1 TO XS-DAYS(XRS-IDX)
               END-IF
           END-PERFORM
           IF WS-XR-MATCH = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO DXS-MEAN DXS-MIN DXS-MAX DXS-GH DXS-TMP
                     DXS-READINGS DXS-RATED DXS-EST
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(4)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(4)) TO DXS-MEAN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(5)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(5)) TO DXS-MIN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(6)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(6)) TO DXS-MAX
           END-IF
           MOVE 'N' TO DXS-GH-SET DXS-TMP-SET
           IF WS-FIELDS(7) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FIELDS(7)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(7)) TO DXS-GH
               MOVE 'Y' TO DXS-GH-SET
           END-IF
           IF WS-FIELDS(8) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FIELDS(8)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(8)) TO DXS-TMP
               MOVE 'Y' TO DXS-TMP-SET
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(9)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(9)) TO DXS-READINGS
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(10)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(10)) TO DXS-RATED
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-FIELDS(11)) = 0
               MOVE FUNCTION NUMVAL(WS-FIELDS(11)) TO DXS-EST
           END-IF
           MOVE FUNCTION TRIM(WS-FIELDS(14) LEADING) TO DXS-ALERT
           MOVE FUNCTION TRIM(WS-FIELDS(15) LEADING) TO DXS-RUN-ID
           MOVE FUNCTION TRIM(WS-FIELDS(16) LEADING) TO DXS-AMENDED
           RELEASE DX-SORT-RECORD.

      *================================================================*
       9550-DX-SORT-OUTPUT.
      *================================================================*
      *--- CONTROL BREAK ON SITE. A SITE AND DATE SEEN TWICE IS TAKEN ---
      *--- ONCE (BOTH SITE AND BASIN MAY HAVE SELECTED IT).           ---
           MOVE SPACES TO WS-DX-PREV-SITE WS-DX-PREV-DATE
           MOVE 'N' TO WS-EOF-SORT
           PERFORM UNTIL EOF-SORT-OUTPUT
               RETURN DX-SORT-FILE INTO DX-SORT-RECORD
                   AT END SET EOF-SORT-OUTPUT TO TRUE
                   NOT AT END
                       IF DXS-SITE-ID NOT = WS-DX-PREV-SITE
                           PERFORM 9559-WRITE-DX-SITE-TOTAL
                           MOVE DXS-SITE-ID TO WS-DX-PREV-SITE
                           MOVE SPACES TO WS-DX-PREV-DATE
                           PERFORM 9555-WRITE-DX-SITE-HEAD
                       END-IF
                       IF DXS-DATE NOT = WS-DX-PREV-DATE
                           MOVE DXS-DATE TO WS-DX-PREV-DATE
                           PERFORM 9557-WRITE-DX-DAY
                       END-IF
           END-PERFORM
           PERFORM 9559-WRITE-DX-SITE-TOTAL.

      *================================================================*
       9555-WRITE-DX-SITE-HEAD.
      *================================================================*
           ADD 1 TO WS-DX-SITES
           MOVE 0 TO WS-DX-SITE-DAYS WS-DX-SITE-SUM
           MOVE DXS-MEAN TO WS-DX-SITE-LOW WS-DX-SITE-HIGH
           WRITE XRP-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SITE: ' DELIMITED BY SIZE
               DXS-SITE-ID DELIMITED BY SIZE
               '  BASIN: ' DELIMITED BY SIZE
               DXS-BASIN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE XRP-LINE FROM WS-REPORT-LINE
           WRITE XRP-LINE FROM WS-DXR-COL
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE XRP-LINE FROM WS-REPORT-LINE.

      *================================================================*
       9557-WRITE-DX-DAY.
      *================================================================*
           IF DXS-EST > 0
               MOVE 'Y' TO WS-DX-EST-FLAG
           ELSE
               MOVE 'N' TO WS-DX-EST-FLAG
           END-IF
           IF DXS-RATED > 0
               MOVE 'Y' TO WS-DX-RATED-FLAG
           ELSE
               MOVE 'N' TO WS-DX-RATED-FLAG
           END-IF
           MOVE SPACES TO WS-DXR-LINE
           MOVE DXS-DATE     TO DXL-DATE
           MOVE DXS-MEAN     TO DXL-MEAN
           MOVE DXS-MIN      TO DXL-MIN
           MOVE DXS-MAX      TO DXL-MAX
           MOVE SPACES TO WS-DV-GH-CSV WS-DV-TMP-CSV
           IF DXS-GH-SET = 'Y'
               MOVE DXS-GH        TO WS-DV-GH-ED
               MOVE WS-DV-GH-ED   TO DXL-GH
               MOVE FUNCTION TRIM(WS-DV-GH-ED) TO WS-DV-GH-CSV
           END-IF
           IF DXS-TMP-SET = 'Y'
               MOVE DXS-TMP       TO WS-DV-TMP-ED
               MOVE WS-DV-TMP-ED  TO DXL-TMP
               MOVE FUNCTION TRIM(WS-DV-TMP-ED) TO WS-DV-TMP-CSV
           END-IF
           MOVE DXS-READINGS TO DXL-READINGS
           MOVE WS-DX-EST-FLAG   TO DXL-EST
           MOVE WS-DX-RATED-FLAG TO DXL-RATED
           MOVE DXS-AMENDED  TO DXL-AMENDED
           MOVE DXS-ALERT    TO DXL-ALERT
           MOVE DXS-RUN-ID   TO DXL-RUN-ID
           WRITE XRP-LINE FROM WS-DXR-LINE

           MOVE DXS-MEAN     TO WS-DV-MEAN-ED
           MOVE DXS-MIN      TO WS-DV-MIN-ED
           MOVE DXS-MAX      TO WS-DV-MAX-ED
           MOVE DXS-READINGS TO WS-DV-RDG-ED
           MOVE SPACES TO XCS-RECORD
           STRING FUNCTION TRIM(DXS-SITE-ID) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(DXS-BASIN) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               DXS-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-MEAN-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-MIN-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-MAX-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DV-GH-CSV DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               WS-DV-TMP-CSV DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DV-RDG-ED) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DX-EST-FLAG DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DX-RATED-FLAG DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               DXS-AMENDED DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(DXS-ALERT) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(DXS-RUN-ID) DELIMITED BY SIZE
               INTO XCS-RECORD
           END-STRING
           WRITE XCS-RECORD
           ADD 1 TO WS-DX-ROWS-OUT

           ADD 1 TO WS-DX-SITE-DAYS
           ADD DXS-MEAN TO WS-DX-SITE-SUM
           IF DXS-MEAN < WS-DX-SITE-LOW
               MOVE DXS-MEAN TO WS-DX-SITE-LOW
           END-IF
           IF DXS-MEAN > WS-DX-SITE-HIGH
               MOVE DXS-MEAN TO WS-DX-SITE-HIGH
           END-IF.

      *================================================================*
       9559-WRITE-DX-SITE-TOTAL.
      *================================================================*
      *--- DAYS IN THE REQUESTED RANGE WITH NO ARCHIVED ROW ARE SHOWN ---
      *--- AS MISSING; VOLUME IS CFS-DAYS * 1.9835 AF OVER THE DAYS   ---
      *--- PRESENT.                                                   ---
           IF WS-DX-PREV-SITE = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DX-SITE-MEAN ROUNDED =
               WS-DX-SITE-SUM / WS-DX-SITE-DAYS
           COMPUTE WS-DX-SITE-AF ROUNDED =
               WS-DX-SITE-SUM * WS-AF-PER-CFS-DAY
           COMPUTE WS-DX-SITE-MISSING =
               WS-XR-RANGE-DAYS - WS-DX-SITE-DAYS
           MOVE WS-DX-SITE-DAYS    TO WS-DX-CNT-ED
           MOVE WS-DX-SITE-MISSING TO WS-DX-MISS-ED
           MOVE WS-DX-SITE-MEAN    TO WS-DX-VAL-ED
           MOVE WS-DX-SITE-LOW     TO WS-DX-LOW-ED
           MOVE WS-DX-SITE-HIGH    TO WS-DX-HIGH-ED
           MOVE WS-DX-SITE-AF      TO WS-DX-AF-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SITE TOTAL: ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DX-CNT-ED) DELIMITED BY SIZE
               ' DAYS, ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DX-MISS-ED) DELIMITED BY SIZE
               ' MISSING   PERIOD MEAN ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DX-VAL-ED) DELIMITED BY SIZE
               '   LOW ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DX-LOW-ED) DELIMITED BY SIZE
               '   HIGH ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DX-HIGH-ED) DELIMITED BY SIZE
               '   VOLUME ' DELIMITED BY SIZE
               FUNCTION TRIM(WS-DX-AF-ED) DELIMITED BY SIZE
               ' AF' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE XRP-LINE FROM WS-REPORT-LINE.

      *================================================================*
       9590-LOG-EXTRACT.
      *================================================================*
           IF NOT RUN-LOG-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'INPUT-ROWS'        TO WS-RL-EVENT
           MOVE 'extract-request.csv' TO WS-RL-DETAIL
           MOVE WS-XRQ-ROWS-IN      TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           IF WS-XR-VALID = 'Y'
               MOVE 'INPUT-ROWS'    TO WS-RL-EVENT
               MOVE 'daily-values.csv' TO WS-RL-DETAIL
               MOVE WS-DV-ROWS-IN   TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'EXTRACT'       TO WS-RL-EVENT
               MOVE SPACES          TO WS-RL-DETAIL
               STRING WS-XR-FROM DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-XR-TO DELIMITED BY SIZE
                   ' STATION-DAYS' DELIMITED BY SIZE
                   INTO WS-RL-DETAIL
               END-STRING
               MOVE WS-DX-ROWS-OUT  TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'RUN-END'       TO WS-RL-EVENT
               MOVE 'NORMAL'        TO WS-RL-DETAIL
           ELSE
               MOVE 'EXTRACT-REFUSED' TO WS-RL-EVENT
               MOVE WS-XR-REFUSAL   TO WS-RL-DETAIL
               MOVE 0               TO WS-RL-COUNT
               PERFORM 7610-LOG-RUN-EVENT
               MOVE 'RUN-END'       TO WS-RL-EVENT
               MOVE 'EXTRACT REFUSED' TO WS-RL-DETAIL
           END-IF
           MOVE 0                   TO WS-RL-COUNT
           PERFORM 7610-LOG-RUN-EVENT
           CLOSE RUN-LOG-FILE.
