       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BATCH-WINDOW-TREND.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Trend companion to RUN-CONTROL-REPORT.  That report says
      *    how last night went; this one reads the same run-control
      *    file over a prompted number of nights and says where the
      *    nights are heading.  For each job: its elapsed time every
      *    night it ran, a moving average over its last seven runs,
      *    how far each night sat from the norm (the average of the
      *    runs before it), and its growth rate -- the least-squares
      *    slope of elapsed time over the nights, per week.  A night
      *    more than DL100_TREND_JUMP_PCT percent (default 25) over
      *    the norm is flagged, so a job that has just jumped gets
      *    looked at before it makes a late morning.
      *    Last comes the chain as a whole: the time the last job
      *    ended each night, the same straight-line fit through
      *    those end times, and the night that line crosses the end
      *    of the batch window (DL100_BATCH_WINDOW_END, HHMM, default
      *    0600).  A night runs noon to noon: anything logged before
      *    noon belongs to the night before, so a chain that crosses
      *    midnight is still one night, and a window end before noon
      *    is the next morning.
      *    A start with no end (the job died or the night overran)
      *    shows INCOMPLETE and is left out of the averages.  Elapsed
      *    time runs from a job's start to its next end, across
      *    midnight if need be, and belongs to the night it started.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO W-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05  RC-DATE         PIC 9(8).
           05  RC-TIME         PIC 9(6).
           05  RC-JOB          PIC X(20).
           05  RC-EVENT        PIC X.

       WORKING-STORAGE SECTION.
       01  W-FILENAME          PIC X(512)
                               VALUE 'S:\COBOL\RUNCTL.DAT'.
       01  W-STATUS            PIC XX.
       01  W-AT-END            PIC X VALUE 'N'.
           88  AT-END              VALUE 'Y'.

       01  W-AS-OF             PIC 9(8).
       01  W-NIGHTS            PIC 99.
       01  W-AS-OF-INT         PIC 9(9) COMP.
       01  W-FIRST-INT         PIC 9(9) COMP.
       01  W-WINDOW-END        PIC 9(4).
       01  W-WINDOW-PARTS REDEFINES W-WINDOW-END.
           05  W-WE-HH         PIC 99.
           05  W-WE-MM         PIC 99.
       01  W-WINDOW-SECS       PIC 9(9) COMP.
       01  W-JUMP-PCT          PIC 999.

      *    every job seen in the range, with its elapsed seconds for
      *    each night (-1 = did not run, -2 = started, never ended)
       01  W-JOB-TABLE.
           05  W-JOB-COUNT     PIC 99 COMP VALUE 0.
           05  W-JOB-ENTRY     OCCURS 30 TIMES.
               10  W-JOB-NAME      PIC X(20).
               10  W-JOB-PEND-INT  PIC 9(9) COMP.
               10  W-JOB-PEND-SECS PIC 9(9) COMP.
               10  W-JOB-ELAPSED   PIC S9(7) COMP OCCURS 92 TIMES.
       01  W-SUB               PIC 99 COMP.
       01  W-HIT-SW            PIC X.
           88  W-JOB-SEEN          VALUE 'Y'.

      *    the chain as a whole, per night: when its last job ended,
      *    in seconds from the midnight the night began on
       01  W-NIGHT-TABLE.
           05  W-NIGHT-ENTRY   OCCURS 92 TIMES.
               10  W-NT-RAN        PIC X.
               10  W-NT-END-SECS   PIC 9(9) COMP.
       01  W-NIGHT             PIC 99 COMP.

       01  W-TIME-WORK         PIC 9(6).
       01  W-TIME-PARTS REDEFINES W-TIME-WORK.
           05  W-TW-HH         PIC 99.
           05  W-TW-MM         PIC 99.
           05  W-TW-SS         PIC 99.
       01  W-EVENT-INT         PIC 9(9) COMP.
       01  W-EVENT-SECS        PIC 9(9) COMP.
       01  W-ELAPSED           PIC S9(9) COMP.
       01  W-END-REL           PIC 9(9) COMP.

      *    last seven runs of the job being reported
       01  W-RING-TABLE.
           05  W-RING-VALUE    PIC S9(7) COMP OCCURS 7 TIMES.
       01  W-RING-COUNT        PIC 9 COMP.
       01  W-RING-NEXT         PIC 9 COMP.
       01  W-RING-SUB          PIC 9 COMP.
       01  W-RING-SUM          PIC S9(9) COMP.
       01  W-NORM              PIC S9(7)V99.
       01  W-MOVING-AVG        PIC S9(7)V99.
       01  W-VARIANCE-PCT      PIC S9(5)V9.
       01  W-JOB-RUNS          PIC 99 COMP.
       01  W-JOB-TOTAL         PIC S9(9) COMP.
       01  W-JOB-AVERAGE       PIC S9(7)V99.
       01  W-JOB-JUMPS         PIC 99 COMP.
       01  W-LAST-FLAGGED-SW   PIC X.
           88  W-LAST-FLAGGED      VALUE 'Y'.
       01  W-FLAG              PIC X(6).
       01  W-FLAGGED-JOBS      PIC 99 COMP VALUE 0.

      *    straight-line fit, y on night number
       01  W-RG-N              PIC 9(4) COMP.
       01  W-RG-X              PIC S9(5)V9(4).
       01  W-RG-Y              PIC S9(9)V9(4).
       01  W-RG-SX             PIC S9(9)V9(4).
       01  W-RG-SY             PIC S9(13)V9(4).
       01  W-RG-SXY            PIC S9(15)V9(4).
       01  W-RG-SXX            PIC S9(11)V9(4).
       01  W-RG-DENOM          PIC S9(15)V9(4).
       01  W-RG-SLOPE          PIC S9(9)V9(4).
       01  W-RG-INTERCEPT      PIC S9(11)V9(4).
       01  W-GROWTH-WEEK       PIC S9(7)V9.
       01  W-GROWTH-PCT        PIC S9(5)V9.

       01  W-NIGHTS-RAN        PIC 99 COMP.
       01  W-OVERRUN-NIGHTS    PIC 99 COMP.
       01  W-CROSS-X           PIC S9(7)V9(4).
       01  W-CROSS-NIGHT       PIC S9(7) COMP.
       01  W-CROSS-INT         PIC 9(9) COMP.
       01  W-CROSS-DATE        PIC 9(8).
       01  W-FIT-END           PIC S9(9)V9(4).

       01  W-SHOW-DATE         PIC 9(8).
       01  W-SHOW-ELAPSED      PIC ZZZZZ9.
       01  W-SHOW-AVG          PIC ZZZZZ9.9.
       01  W-SHOW-PCT          PIC +ZZZ9.9.
       01  W-SHOW-GROWTH       PIC +ZZZZZ9.9.
       01  W-SHOW-RUNS         PIC Z9.
       01  W-SHOW-LIMIT        PIC ZZ9.
       01  W-SHOW-CLOCK.
           05  W-SC-HH         PIC 99.
           05  FILLER          PIC X VALUE ':'.
           05  W-SC-MM         PIC 99.
           05  W-SC-NEXT       PIC XX.
       01  W-CLOCK-SECS        PIC 9(9) COMP.
       01  W-CLOCK-WORK        PIC 9(9) COMP.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "BATCH WINDOW TREND AND OVERRUN FORECAST".
           DISPLAY "Last night to include (YYYYMMDD, 0 = last night): "
               WITH NO ADVANCING.
           ACCEPT W-AS-OF.
           IF W-AS-OF = 0 THEN
               ACCEPT W-AS-OF FROM DATE YYYYMMDD
               COMPUTE W-AS-OF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-AS-OF) - 1)
           END-IF.
           DISPLAY "Number of nights (1-92, 0 = 30): "
               WITH NO ADVANCING.
           ACCEPT W-NIGHTS.
           IF W-NIGHTS = 0 THEN
               MOVE 30 TO W-NIGHTS
           END-IF.
           IF W-NIGHTS > 92 THEN
               MOVE 92 TO W-NIGHTS
           END-IF.
           ACCEPT W-WINDOW-END FROM ENVIRONMENT
               "DL100_BATCH_WINDOW_END".
           IF W-WINDOW-END = 0 THEN
               MOVE 0600 TO W-WINDOW-END
           END-IF.
           ACCEPT W-JUMP-PCT FROM ENVIRONMENT "DL100_TREND_JUMP_PCT".
           IF W-JUMP-PCT = 0 THEN
               MOVE 25 TO W-JUMP-PCT
           END-IF.
           COMPUTE W-AS-OF-INT = FUNCTION INTEGER-OF-DATE(W-AS-OF).
           COMPUTE W-FIRST-INT = W-AS-OF-INT - W-NIGHTS + 1.

           PERFORM CLEAR-ONE-NIGHT
               VARYING W-NIGHT FROM 1 BY 1 UNTIL W-NIGHT > 92.
           OPEN INPUT RUN-CONTROL-FILE.
           IF W-STATUS NOT = '00' THEN
               DISPLAY "No run-control file on record."
               STOP RUN.
           PERFORM READ-ONE-EVENT UNTIL AT-END.
           CLOSE RUN-CONTROL-FILE.
           PERFORM MARK-INCOMPLETE-RUNS
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-JOB-COUNT.

           DISPLAY " ".
           MOVE W-JUMP-PCT TO W-SHOW-LIMIT.
           DISPLAY "NIGHTS ", W-NIGHTS, " THROUGH ", W-AS-OF,
               "   JUMP FLAG AT +", W-SHOW-LIMIT, "% OVER NORM".
           PERFORM REPORT-ONE-JOB
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-JOB-COUNT.
           PERFORM REPORT-CHAIN-FORECAST.

           DISPLAY " ".
           IF W-FLAGGED-JOBS > 0 THEN
               MOVE W-FLAGGED-JOBS TO W-SHOW-RUNS
               DISPLAY "*** ", W-SHOW-RUNS, " JOB(S) JUMPED LAST NIGHT",
                   " -- LOOK AT THEM BEFORE TONIGHT ***"
           ELSE
               DISPLAY "NO JOB JUMPED OVER ITS NORM LAST NIGHT."
           END-IF.
           STOP RUN.

       CLEAR-ONE-NIGHT.
           MOVE 'N' TO W-NT-RAN(W-NIGHT).
           MOVE 0 TO W-NT-END-SECS(W-NIGHT).

       READ-ONE-EVENT.
           READ RUN-CONTROL-FILE
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF RC-DATE IS NUMERIC AND RC-DATE > 0 THEN
                       PERFORM NOTE-ONE-EVENT THRU NOTE-ONE-EVENT-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    A start opens a run for the job; the next end closes it.
      *    Starts outside the range are not tracked at all.
      *----------------------------------------------------------------
       NOTE-ONE-EVENT.
           COMPUTE W-EVENT-INT = FUNCTION INTEGER-OF-DATE(RC-DATE).
           MOVE RC-TIME TO W-TIME-WORK.
           COMPUTE W-EVENT-SECS =
               W-TW-HH * 3600 + W-TW-MM * 60 + W-TW-SS.
           IF W-EVENT-SECS < 43200 THEN
               SUBTRACT 1 FROM W-EVENT-INT
               ADD 86400 TO W-EVENT-SECS
           END-IF.
           PERFORM FIND-JOB.
           IF RC-EVENT = 'S' THEN
               IF W-EVENT-INT < W-FIRST-INT OR
                       W-EVENT-INT > W-AS-OF-INT THEN
                   GO TO NOTE-ONE-EVENT-EXIT
               END-IF
               IF NOT W-JOB-SEEN THEN
                   PERFORM ADD-JOB
               END-IF
               IF W-SUB = 0 THEN
                   GO TO NOTE-ONE-EVENT-EXIT
               END-IF
      *        a start that never ended is the night it died
               IF W-JOB-PEND-INT(W-SUB) NOT = 0 THEN
                   PERFORM MARK-ONE-INCOMPLETE
               END-IF
               MOVE W-EVENT-INT TO W-JOB-PEND-INT(W-SUB)
               MOVE W-EVENT-SECS TO W-JOB-PEND-SECS(W-SUB)
               GO TO NOTE-ONE-EVENT-EXIT.
           IF NOT W-JOB-SEEN THEN
               GO TO NOTE-ONE-EVENT-EXIT.
           IF W-JOB-PEND-INT(W-SUB) = 0 THEN
               GO TO NOTE-ONE-EVENT-EXIT.
           COMPUTE W-END-REL =
               (W-EVENT-INT - W-JOB-PEND-INT(W-SUB)) * 86400
               + W-EVENT-SECS.
           COMPUTE W-ELAPSED = W-END-REL - W-JOB-PEND-SECS(W-SUB).
           COMPUTE W-NIGHT = W-JOB-PEND-INT(W-SUB) - W-FIRST-INT + 1.
           MOVE W-ELAPSED TO W-JOB-ELAPSED(W-SUB, W-NIGHT).
           MOVE 'Y' TO W-NT-RAN(W-NIGHT).
           IF W-END-REL > W-NT-END-SECS(W-NIGHT) THEN
               MOVE W-END-REL TO W-NT-END-SECS(W-NIGHT)
           END-IF.
           MOVE 0 TO W-JOB-PEND-INT(W-SUB).
       NOTE-ONE-EVENT-EXIT.
           CONTINUE.

       FIND-JOB.
           MOVE 'N' TO W-HIT-SW.
           PERFORM MATCH-ONE-JOB
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-JOB-COUNT OR W-JOB-SEEN.
           IF W-JOB-SEEN THEN
               SUBTRACT 1 FROM W-SUB
           END-IF.

       MATCH-ONE-JOB.
           IF W-JOB-NAME(W-SUB) = RC-JOB THEN
               SET W-JOB-SEEN TO TRUE
           END-IF.

       ADD-JOB.
           IF W-JOB-COUNT >= 30 THEN
               MOVE 0 TO W-SUB
           ELSE
               ADD 1 TO W-JOB-COUNT
               MOVE W-JOB-COUNT TO W-SUB
               MOVE RC-JOB TO W-JOB-NAME(W-SUB)
               MOVE 0 TO W-JOB-PEND-INT(W-SUB)
               PERFORM CLEAR-ONE-ELAPSED
                   VARYING W-NIGHT FROM 1 BY 1 UNTIL W-NIGHT > 92
               SET W-JOB-SEEN TO TRUE
           END-IF.

       CLEAR-ONE-ELAPSED.
           MOVE -1 TO W-JOB-ELAPSED(W-SUB, W-NIGHT).

       MARK-INCOMPLETE-RUNS.
           IF W-JOB-PEND-INT(W-SUB) NOT = 0 THEN
               PERFORM MARK-ONE-INCOMPLETE
           END-IF.

       MARK-ONE-INCOMPLETE.
           COMPUTE W-NIGHT = W-JOB-PEND-INT(W-SUB) - W-FIRST-INT + 1.
           IF W-JOB-ELAPSED(W-SUB, W-NIGHT) < 0 THEN
               MOVE -2 TO W-JOB-ELAPSED(W-SUB, W-NIGHT)
           END-IF.
           MOVE 0 TO W-JOB-PEND-INT(W-SUB).

      *----------------------------------------------------------------
      *    One job: a line per night it ran, then its summary.
      *----------------------------------------------------------------
       REPORT-ONE-JOB.
           DISPLAY " ".
           DISPLAY W-JOB-NAME(W-SUB).
           DISPLAY "  NIGHT     ELAPSED  7-RUN AVG  VS NORM".
           MOVE 0 TO W-RING-COUNT, W-RING-NEXT, W-JOB-RUNS,
               W-JOB-TOTAL, W-JOB-JUMPS.
           MOVE 0 TO W-RG-N, W-RG-SX, W-RG-SY, W-RG-SXY, W-RG-SXX.
           MOVE 'N' TO W-LAST-FLAGGED-SW.
           PERFORM REPORT-ONE-JOB-NIGHT
               VARYING W-NIGHT FROM 1 BY 1
               UNTIL W-NIGHT > W-NIGHTS.
           IF W-JOB-RUNS = 0 THEN
               DISPLAY "  NO COMPLETE RUNS IN RANGE"
           ELSE
               PERFORM SHOW-JOB-SUMMARY
           END-IF.

       REPORT-ONE-JOB-NIGHT.
           COMPUTE W-SHOW-DATE =
               FUNCTION DATE-OF-INTEGER(W-FIRST-INT + W-NIGHT - 1).
           IF W-JOB-ELAPSED(W-SUB, W-NIGHT) = -1 THEN
               GO TO REPORT-ONE-JOB-NIGHT-EXIT.
           IF W-JOB-ELAPSED(W-SUB, W-NIGHT) = -2 THEN
               DISPLAY "  ", W-SHOW-DATE, "  INCOMPLETE"
               IF W-NIGHT = W-NIGHTS THEN
                   SET W-LAST-FLAGGED TO TRUE
               END-IF
               GO TO REPORT-ONE-JOB-NIGHT-EXIT.
           MOVE W-JOB-ELAPSED(W-SUB, W-NIGHT) TO W-ELAPSED.
      *    the norm is the moving average before tonight's run
           MOVE SPACES TO W-FLAG.
           MOVE 0 TO W-VARIANCE-PCT.
           IF W-RING-COUNT > 0 THEN
               PERFORM SUM-RING
               COMPUTE W-NORM ROUNDED = W-RING-SUM / W-RING-COUNT
               IF W-NORM > 0 THEN
                   COMPUTE W-VARIANCE-PCT ROUNDED =
                       (W-ELAPSED - W-NORM) * 100 / W-NORM
               END-IF
               IF W-VARIANCE-PCT > W-JUMP-PCT THEN
                   MOVE '*JUMP*' TO W-FLAG
                   ADD 1 TO W-JOB-JUMPS
                   IF W-NIGHT = W-NIGHTS THEN
                       SET W-LAST-FLAGGED TO TRUE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO W-RING-NEXT.
           IF W-RING-NEXT > 7 THEN
               MOVE 1 TO W-RING-NEXT
           END-IF.
           MOVE W-ELAPSED TO W-RING-VALUE(W-RING-NEXT).
           IF W-RING-COUNT < 7 THEN
               ADD 1 TO W-RING-COUNT
           END-IF.
           PERFORM SUM-RING.
           COMPUTE W-MOVING-AVG ROUNDED = W-RING-SUM / W-RING-COUNT.

           ADD 1 TO W-JOB-RUNS.
           ADD W-ELAPSED TO W-JOB-TOTAL.
           MOVE W-NIGHT TO W-RG-X.
           MOVE W-ELAPSED TO W-RG-Y.
           PERFORM ADD-FIT-POINT.

           MOVE W-ELAPSED TO W-SHOW-ELAPSED.
           MOVE W-MOVING-AVG TO W-SHOW-AVG.
           MOVE W-VARIANCE-PCT TO W-SHOW-PCT.
           DISPLAY "  ", W-SHOW-DATE, "  ", W-SHOW-ELAPSED, "S  ",
               W-SHOW-AVG, "S  ", W-SHOW-PCT, "% ", W-FLAG.
       REPORT-ONE-JOB-NIGHT-EXIT.
           CONTINUE.

       SUM-RING.
           MOVE 0 TO W-RING-SUM.
           PERFORM ADD-ONE-RING-VALUE
               VARYING W-RING-SUB FROM 1 BY 1
               UNTIL W-RING-SUB > W-RING-COUNT.

       ADD-ONE-RING-VALUE.
           ADD W-RING-VALUE(W-RING-SUB) TO W-RING-SUM.

       SHOW-JOB-SUMMARY.
           COMPUTE W-JOB-AVERAGE ROUNDED = W-JOB-TOTAL / W-JOB-RUNS.
           PERFORM FIT-LINE.
           COMPUTE W-GROWTH-WEEK ROUNDED = W-RG-SLOPE * 7.
           MOVE 0 TO W-GROWTH-PCT.
           IF W-JOB-AVERAGE > 0 THEN
               COMPUTE W-GROWTH-PCT ROUNDED =
                   W-GROWTH-WEEK * 100 / W-JOB-AVERAGE
           END-IF.
           MOVE W-JOB-RUNS TO W-SHOW-RUNS.
           MOVE W-JOB-AVERAGE TO W-SHOW-AVG.
           MOVE W-GROWTH-WEEK TO W-SHOW-GROWTH.
           MOVE W-GROWTH-PCT TO W-SHOW-PCT.
           DISPLAY "  RUNS ", W-SHOW-RUNS, "  AVERAGE ", W-SHOW-AVG,
               "S  GROWTH ", W-SHOW-GROWTH, "S/WEEK (",
               W-SHOW-PCT, "%)".
           IF W-JOB-JUMPS > 0 THEN
               MOVE W-JOB-JUMPS TO W-SHOW-RUNS
               DISPLAY "  NIGHTS OVER NORM BY MORE THAN ",
                   W-SHOW-LIMIT, "%: ", W-SHOW-RUNS
           END-IF.
           IF W-LAST-FLAGGED THEN
               ADD 1 TO W-FLAGGED-JOBS
               DISPLAY "  *** LAST NIGHT OUT OF LINE -- REVIEW ***"
           END-IF.

      *----------------------------------------------------------------
      *    Least-squares line through the points added since the
      *    accumulators were last cleared.
      *----------------------------------------------------------------
       ADD-FIT-POINT.
           ADD 1 TO W-RG-N.
           ADD W-RG-X TO W-RG-SX.
           ADD W-RG-Y TO W-RG-SY.
           COMPUTE W-RG-SXY = W-RG-SXY + W-RG-X * W-RG-Y.
           COMPUTE W-RG-SXX = W-RG-SXX + W-RG-X * W-RG-X.

       FIT-LINE.
           MOVE 0 TO W-RG-SLOPE, W-RG-INTERCEPT.
           IF W-RG-N = 0 THEN
               GO TO FIT-LINE-EXIT.
           COMPUTE W-RG-DENOM = W-RG-N * W-RG-SXX - W-RG-SX * W-RG-SX.
           IF W-RG-DENOM NOT = 0 THEN
               COMPUTE W-RG-SLOPE ROUNDED =
                   (W-RG-N * W-RG-SXY - W-RG-SX * W-RG-SY) / W-RG-DENOM
           END-IF.
           COMPUTE W-RG-INTERCEPT ROUNDED =
               (W-RG-SY - W-RG-SLOPE * W-RG-SX) / W-RG-N.
       FIT-LINE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    The whole chain: last end each night against the window.
      *----------------------------------------------------------------
       REPORT-CHAIN-FORECAST.
           DISPLAY " ".
           DISPLAY "CHAIN END BY NIGHT".
           MOVE 0 TO W-NIGHTS-RAN, W-OVERRUN-NIGHTS.
           MOVE 0 TO W-RG-N, W-RG-SX, W-RG-SY, W-RG-SXY, W-RG-SXX.
           PERFORM FIT-ONE-CHAIN-NIGHT
               VARYING W-NIGHT FROM 1 BY 1
               UNTIL W-NIGHT > W-NIGHTS.
           IF W-NIGHTS-RAN = 0 THEN
               DISPLAY "  NO NIGHTS WITH COMPLETE RUNS IN RANGE"
               GO TO REPORT-CHAIN-FORECAST-EXIT.
           COMPUTE W-WINDOW-SECS = W-WE-HH * 3600 + W-WE-MM * 60.
           IF W-WINDOW-SECS < 43200 THEN
               ADD 86400 TO W-WINDOW-SECS
           END-IF.
           PERFORM SHOW-ONE-CHAIN-NIGHT
               VARYING W-NIGHT FROM 1 BY 1
               UNTIL W-NIGHT > W-NIGHTS.

           PERFORM FIT-LINE.
           MOVE W-WINDOW-SECS TO W-CLOCK-SECS.
           PERFORM FORMAT-CLOCK.
           COMPUTE W-GROWTH-WEEK ROUNDED = W-RG-SLOPE * 7.
           MOVE W-GROWTH-WEEK TO W-SHOW-GROWTH.
           DISPLAY "  WINDOW END ", W-SHOW-CLOCK,
               "   CHAIN END GROWING ", W-SHOW-GROWTH, "S/WEEK".
           IF W-OVERRUN-NIGHTS > 0 THEN
               MOVE W-OVERRUN-NIGHTS TO W-SHOW-RUNS
               DISPLAY "  NIGHTS ALREADY PAST WINDOW END: ",
                   W-SHOW-RUNS
           END-IF.
           COMPUTE W-FIT-END = W-RG-INTERCEPT + W-RG-SLOPE * W-NIGHTS.
           IF W-FIT-END >= W-WINDOW-SECS THEN
               DISPLAY "  *** TREND LINE IS ALREADY PAST THE WINDOW ",
                   "END ***"
               GO TO REPORT-CHAIN-FORECAST-EXIT.
           IF W-RG-SLOPE NOT > 0 THEN
               DISPLAY "  CHAIN END NOT GROWING; NO OVERRUN PROJECTED"
               GO TO REPORT-CHAIN-FORECAST-EXIT.
           COMPUTE W-CROSS-X =
               (W-WINDOW-SECS - W-RG-INTERCEPT) / W-RG-SLOPE.
           COMPUTE W-CROSS-NIGHT = W-CROSS-X + 0.9999.
           IF W-CROSS-NIGHT > 36500 THEN
               DISPLAY "  GROWTH TOO SLOW TO PROJECT AN OVERRUN"
               GO TO REPORT-CHAIN-FORECAST-EXIT.
           COMPUTE W-CROSS-INT = W-FIRST-INT + W-CROSS-NIGHT - 1.
           COMPUTE W-CROSS-DATE = FUNCTION DATE-OF-INTEGER(W-CROSS-INT).
           DISPLAY "  *** PROJECTED TO RUN PAST THE WINDOW ON THE ",
               "NIGHT OF ", W-CROSS-DATE, " ***".
       REPORT-CHAIN-FORECAST-EXIT.
           CONTINUE.

       FIT-ONE-CHAIN-NIGHT.
           IF W-NT-RAN(W-NIGHT) = 'Y' THEN
               ADD 1 TO W-NIGHTS-RAN
               MOVE W-NIGHT TO W-RG-X
               MOVE W-NT-END-SECS(W-NIGHT) TO W-RG-Y
               PERFORM ADD-FIT-POINT
           END-IF.

       SHOW-ONE-CHAIN-NIGHT.
           IF W-NT-RAN(W-NIGHT) = 'Y' THEN
               COMPUTE W-SHOW-DATE = FUNCTION DATE-OF-INTEGER(
                   W-FIRST-INT + W-NIGHT - 1)
               MOVE W-NT-END-SECS(W-NIGHT) TO W-CLOCK-SECS
               PERFORM FORMAT-CLOCK
               IF W-NT-END-SECS(W-NIGHT) > W-WINDOW-SECS THEN
                   ADD 1 TO W-OVERRUN-NIGHTS
                   DISPLAY "  ", W-SHOW-DATE, "  ", W-SHOW-CLOCK,
                       "  PAST WINDOW END"
               ELSE
                   DISPLAY "  ", W-SHOW-DATE, "  ", W-SHOW-CLOCK
               END-IF
           END-IF.

      *    HH:MM, marked +1 when it falls on the next morning
       FORMAT-CLOCK.
           MOVE SPACES TO W-SC-NEXT.
           MOVE W-CLOCK-SECS TO W-CLOCK-WORK.
           IF W-CLOCK-WORK >= 86400 THEN
               SUBTRACT 86400 FROM W-CLOCK-WORK
               MOVE '+1' TO W-SC-NEXT
           END-IF.
           COMPUTE W-SC-HH = W-CLOCK-WORK / 3600.
           COMPUTE W-SC-MM = (W-CLOCK-WORK - W-SC-HH * 3600) / 60.
