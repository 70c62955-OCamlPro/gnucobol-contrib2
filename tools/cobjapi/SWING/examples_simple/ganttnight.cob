*>******************************************************************************
*>  This file is part of cobjapi.
*>
*>  ganttnight.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  ganttnight.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with ganttnight.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Program:      ganttnight.cob
*>
*> Purpose:      Batch-night Gantt timeline over the RUNHIST.DB step
*>               history - trendchart.cob follows one program across
*>               many nights, this window lays one night out in time:
*>               one row per job, one bar per run of it from start to
*>               end, drawn on a JAPI canvas.
*>
*>               A night is the batch day GCSLARPT counts in, from
*>               SLARPT_DAYSTART (default 12:00) to the same time next
*>               day, so a job that ran past midnight stays on the
*>               night it started in.
*>
*>               Bars are coloured by RETURN-CODE - green 0, orange up
*>               to 4, red above - and a line joins every predecessor's
*>               end to its dependant's start, the predecessors being
*>               the ones the schsqf01a job calendar names
*>               (SCHSQF01A_TABLE / SCHSQF01A_KTAB, as the scheduler
*>               reads them). Two vertical lines mark
*>                 blue  the GCSTEPHIST forecast end - the latest
*>                       projected end (average start plus the average
*>                       elapsed of the last five runs) over the jobs
*>                       of the night, from the STEPHIST_DAYS (default
*>                       60) days before it
*>                 red   the service-level deadline - every committed
*>                       time of the GCSLARPT target table
*>                       (SLARPT_TABLE / SLARPT_KTAB), or the batch-
*>                       window deadline STEPHIST_WINDOW (default 0600)
*>                       when no target is filed
*>
*>               The night still in progress is drawn from what the
*>               running schedule shows: the steps already timed in the
*>               STEPHIST.LOG feed (not yet loaded by GCSTEPHIST), a
*>               blue open bar from its SCHEDLOG START line to now for
*>               every job the SCHSTATE snapshot shows running, and a
*>               grey outline at its forecast for every job still to
*>               run. Jobs held, failed or skipped carry their state
*>               at the end of the row.
*>
*>               Clicking a bar lists that step's lines of its dated
*>               run log (<job>.<yyyymmdd>.log, the name the programs
*>               give it when LOGID is not set) between the step's
*>               start and end under the chart.
*>
*>               The Older/Newer buttons and the date field move
*>               between the nights recorded; "Pin" keeps the night on
*>               show as thin grey bars under the rows of the next
*>               night chosen, so two nights can be compared job by
*>               job.
*>
*> Author:       Laszlo Erdos - https://www.facebook.com/wortfee
*>
*> Date-Written: 2018.11.27
*>
*> Tectonics:    cobc -x -free ganttnight.cob cobjapi.o \
*>                                            japilib.o \
*>                                            imageio.o \
*>                                            fileselect.o \
*>                                            CobolSQLite3.so
*>
*> Usage:        ./ganttnight.exe   (STEPHIST_DB overrides RUNHIST.DB,
*>                                   GANTTNIGHT_NIGHT the first night
*>                                   shown, yyyymmdd - default the
*>                                   latest)
*>
*>******************************************************************************
*> Date       Name / Change description
*> ========== ==================================================================
*> 2018.11.27 Laszlo Erdos:
*>            - First release, on the trendchart.cob canvas.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. ganttnight.
 AUTHOR.     Laszlo Erdos.

 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 REPOSITORY.
    FUNCTION J-START
    FUNCTION J-FRAME
    FUNCTION J-SETFLOWLAYOUT
    FUNCTION J-CANVAS
    FUNCTION J-BUTTON
    FUNCTION J-LABEL
    FUNCTION J-TEXTFIELD
    FUNCTION J-GETTEXT
    FUNCTION J-SETTEXT
    FUNCTION J-LIST
    FUNCTION J-ADDLISTITEM
    FUNCTION J-CLEARLIST
    FUNCTION J-MOUSELISTENER
    FUNCTION J-GETMOUSEX
    FUNCTION J-GETMOUSEY
    FUNCTION J-SETNAMEDCOLOR
    FUNCTION J-DRAWLINE
    FUNCTION J-DRAWRECT
    FUNCTION J-FILLRECT
    FUNCTION J-DRAWSTRING
    FUNCTION J-SETSIZE
    FUNCTION J-SHOW
    FUNCTION J-NEXTACTION
    FUNCTION J-MESSAGEBOX
    FUNCTION J-QUIT
    FUNCTION DBOPEN
    FUNCTION DBCLOSE
    FUNCTION DBCOMPILE
    FUNCTION DBBINDTEXT
    FUNCTION DBEXECUTE
    FUNCTION DBRELEASE
    FUNCTION DBGETSTR
    FUNCTION DBGETINT
    FUNCTION DBSTATUS
    FUNCTION ALL INTRINSIC.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*>  the job calendar and the service-level target table - both TABE
*>  code tables, read one after the other through the same FD
    SELECT Tabe
           ASSIGN       TO WS-TABE-NAME
           ACCESS MODE  IS DYNAMIC
           ORGANIZATION IS INDEXED
           RECORD KEY   IS Tabe-key
           FILE STATUS  IS WS-TABE-FS.

*>  the running schedule's state snapshot and log, the step-timing
*>  feed not yet loaded, and a step's dated run log
    SELECT SchState
           ASSIGN       TO "SCHSTATE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-STATE-FS.

    SELECT SchedLog
           ASSIGN       TO "SCHEDLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-SCHEDLOG-FS.

    SELECT StepFeed
           ASSIGN       TO "STEPHIST.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FEED-FS.

    SELECT RunLog
           ASSIGN       TO WS-LOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-LOG-FS.

 DATA DIVISION.

 FILE SECTION.
 FD  Tabe.
 01  Tabe-Rec.
     05 Tabe-key.
        07 Tabe-ktip                     PIC X(001).
        07 Tabe-ktab                     PIC X(003).
        07 Tabe-kcod                     PIC X(003).
     05 Tabe-data                        PIC X(093).

*>  schsqf01a's snapshot layout (write-state-snapshot)
 FD  SchState.
 01  SchState-record.
     05 st-name                          PIC X(012).
     05 FILLER                           PIC X(001).
     05 st-state                         PIC X(001).
     05 FILLER                           PIC X(001).
     05 st-rc                            PIC S9(004).
     05 FILLER                           PIC X(001).
     05 st-earliest                      PIC 9(004).
     05 FILLER                           PIC X(001).
     05 st-pred                          PIC X(012).
     05 FILLER                           PIC X(001).
     05 st-stream                        PIC 9(002).
     05 FILLER                           PIC X(001).
     05 st-npred                         PIC 9(001).
     05 FILLER                           PIC X(001).
     05 st-wait-since                    PIC 9(004).
     05 FILLER                           PIC X(001).
     05 st-wait-file                     PIC X(040).

*>  yyyymmdd hhmmss text - "START job" opens a job's run
 FD  SchedLog.
 01  SchedLog-record                     PIC X(132).

*>  StepTime chain(12) program(12) date(8) start(6) end(6) rc corr-id
 FD  StepFeed.
 01  StepFeed-record                     PIC X(080).

*>  yyyy-mm-dd hh:mm:ss text, the run id at 133
 FD  RunLog.
 01  RunLog-record                       PIC X(160).

 WORKING-STORAGE SECTION.

*> JAPI mouse event kind
 01 J-PRESSED                          BINARY-INT VALUE 2.

*> function return value
 01 WS-RET                             BINARY-INT.

*> GUI elements
 01 WS-FRAME                           BINARY-INT VALUE 0.
 01 WS-CANVAS                          BINARY-INT.
 01 WS-MOUSE                           BINARY-INT.
 01 WS-BTN-OLDER                       BINARY-INT.
 01 WS-BTN-NEWER                       BINARY-INT.
 01 WS-FLD-NIGHT                       BINARY-INT.
 01 WS-BTN-GO                          BINARY-INT.
 01 WS-BTN-PIN                         BINARY-INT.
 01 WS-BTN-QUIT                        BINARY-INT.
 01 WS-LABEL                           BINARY-INT.
 01 WS-LIST-LOG                        BINARY-INT.
 01 WS-ACTION                          BINARY-INT.

*> drawing args
 01 WS-X1                              BINARY-INT.
 01 WS-Y1                              BINARY-INT.
 01 WS-X2                              BINARY-INT.
 01 WS-Y2                              BINARY-INT.
 01 WS-W                               BINARY-INT.
 01 WS-H                               BINARY-INT.
 01 WS-TEXT                            PIC X(60).
 01 WS-TEXT-PTR                        PIC 9(02) COMP.
 01 WS-LIST-TEXT                       PIC X(160).
 01 WS-COLOR                           PIC X(10).

*> the database side
 01 WS-DB-NAME                         PIC X(64) VALUE "RUNHIST.DB".
 01 WS-DB-OBJECT.
    05 WS-DB-PTR                       USAGE POINTER.
 01 WS-DB-STATUS                       PIC S9(04) COMP.
 01 WS-SQL                             PIC X(512).
 01 WS-SQL-OBJECT.
    05 WS-SQL-PTR                      USAGE POINTER.
 01 WS-ENV-VALUE                       PIC X(64).
 01 WS-BIND-TEXT                       PIC X(64).
 01 WS-COLUMN                          PIC 9(04) COMP.

*> the files
 01 WS-TABE-NAME                       PIC X(64) VALUE SPACES.
 01 WS-TABE-FS                         PIC X(02) VALUE SPACES.
 01 WS-STATE-FS                        PIC X(02) VALUE SPACES.
 01 WS-SCHEDLOG-FS                     PIC X(02) VALUE SPACES.
 01 WS-FEED-FS                         PIC X(02) VALUE SPACES.
 01 WS-LOG-NAME                        PIC X(64) VALUE SPACES.
 01 WS-LOG-FS                          PIC X(02) VALUE SPACES.
 01 WS-EOF                             PIC X(01) VALUE "N".
 01 WS-CHECK-DETAILS                   PIC X(30) VALUE SPACES.
 01 WS-CAL-FILE                        PIC X(64) VALUE "TABE0001.DAT".
 01 WS-CAL-KTAB                        PIC X(03) VALUE "001".
 01 WS-SLA-FILE                        PIC X(64) VALUE "TABE0001.DAT".
 01 WS-SLA-KTAB                        PIC X(03) VALUE "SLA".

*> the clock: the batch day start, the history window and the
*> batch-window deadline, all as GCSLARPT / GCSTEPHIST take them
 01 WS-DAYSTART-HHMM                   PIC 9(04) VALUE 1200.
 01 WS-DAYSTART-SECS                   PIC 9(06) VALUE 43200.
 01 WS-HIST-DAYS                       PIC 9(03) VALUE 60.
 01 WS-WINDOW-HHMM                     PIC 9(04) VALUE 0600.
 01 WS-TODAY                           PIC 9(08) VALUE 0.
 01 WS-NOW-TIME                        PIC 9(08) VALUE 0.
 01 WS-NOW-SECS                        PIC 9(06) VALUE 0.
 01 WS-CURRENT-NIGHT                   PIC 9(08) VALUE 0.
 01 WS-SECS                            PIC S9(06) VALUE 0.
 01 WS-REL                             PIC S9(06) VALUE 0.
 01 WS-HHMMSS                          PIC 9(06) VALUE 0.
 01 WS-HHMM-EDIT                       PIC X(05) VALUE SPACES.
 01 WS-HH                              PIC 9(02) VALUE 0.
 01 WS-MM                              PIC 9(02) VALUE 0.

*> the nights recorded, newest first
 01 WS-NIGHT-TABLE.
    05 WS-NIGHT-COUNT                  PIC 9(03) VALUE 0.
    05 WS-NIGHT-DATE                   PIC 9(08) OCCURS 400.
 01 WS-NIGHT-IX                        PIC 9(03) VALUE 1.
 01 WS-NIGHT                           PIC 9(08) VALUE 0.
 01 WS-NIGHT-NEXT                      PIC 9(08) VALUE 0.
 01 WS-NIGHT-CUTOFF                    PIC 9(08) VALUE 0.
 01 WS-NIGHT-WANTED                    PIC X(08) VALUE SPACES.
 01 WS-RUN-DATE                        PIC 9(08) VALUE 0.
 01 WS-MIN-SECS                        PIC S9(06) VALUE 0.
 01 WS-MAX-SECS                        PIC S9(06) VALUE 0.
 01 WS-IN-PROGRESS                     PIC X(01) VALUE "N".

*> the job calendar's predecessors
 01 WS-CAL-TABLE.
    05 WS-CAL-COUNT                    PIC 9(03) VALUE 0.
    05 WS-CAL-ENTRY OCCURS 200.
       10 WS-CAL-JOB                   PIC X(12).
       10 WS-CAL-PRED                  PIC X(12) OCCURS 3.
 01 WS-CAL-IX                          PIC 9(03) VALUE 0.
 01 WS-PRED-IX                         PIC 9(01) VALUE 0.
 01 WS-PRED-POS                        PIC 9(02) VALUE 0.

*> the service-level targets - committed times, as seconds into
*> the batch day
 01 WS-SLA-TABLE.
    05 WS-SLA-COUNT                    PIC 9(02) VALUE 0.
    05 WS-SLA-ENTRY OCCURS 20.
       10 WS-SLA-NAME                  PIC X(12).
       10 WS-SLA-REL                   PIC S9(06).
 01 WS-SLA-IX                          PIC 9(02) VALUE 0.

*> the rows of the chart: one per job, in the order the night
*> started them, then the jobs still to run
 01 WS-JOB-TABLE.
    05 WS-JOB-COUNT                    PIC 9(03) VALUE 0.
    05 WS-JOB-ENTRY OCCURS 60.
       10 WS-JOB-NAME                  PIC X(12).
       10 WS-JOB-CHAIN                 PIC X(12).
*>        schedule state (SCHSTATE), space for a night gone by
       10 WS-JOB-STATE                 PIC X(01).
       10 WS-JOB-FC-START              PIC S9(06).
       10 WS-JOB-FC-END                PIC S9(06).
       10 WS-JOB-FC-OK                 PIC X(01).
 01 WS-JOB-IX                          PIC 9(03) VALUE 0.
 01 WS-JOB-IX-2                        PIC 9(03) VALUE 0.
 01 WS-JOB-MAX                         PIC 9(03) VALUE 60.
 01 WS-JOB-NAME-WANTED                 PIC X(12) VALUE SPACES.

*> the bars - every run of a job that night; D = done, A = active
 01 WS-BAR-TABLE.
    05 WS-BAR-COUNT                    PIC 9(03) VALUE 0.
    05 WS-BAR-ENTRY OCCURS 300.
       10 WS-BAR-JOB                   PIC 9(03).
       10 WS-BAR-KIND                  PIC X(01).
       10 WS-BAR-REL-START             PIC S9(06).
       10 WS-BAR-REL-END               PIC S9(06).
       10 WS-BAR-RC                    PIC S9(04).
       10 WS-BAR-DATE                  PIC 9(08).
       10 WS-BAR-START                 PIC X(06).
       10 WS-BAR-END                   PIC X(06).
 01 WS-BAR-IX                          PIC 9(03) VALUE 0.
 01 WS-BAR-IX-2                        PIC 9(03) VALUE 0.
 01 WS-BAR-PICKED                      PIC 9(03) VALUE 0.
 01 WS-BAR-PICKED-2                    PIC 9(03) VALUE 0.

*> the pinned night, kept to compare against
 01 WS-PIN-TABLE.
    05 WS-PIN-NIGHT                    PIC 9(08) VALUE 0.
    05 WS-PIN-COUNT                    PIC 9(03) VALUE 0.
    05 WS-PIN-ENTRY OCCURS 300.
       10 WS-PIN-JOB                   PIC X(12).
       10 WS-PIN-REL-START             PIC S9(06).
       10 WS-PIN-REL-END               PIC S9(06).
 01 WS-PIN-IX                          PIC 9(03) VALUE 0.

*> one step-timing row, from the database or the feed
 01 WS-STEP.
    05 WS-STEP-DATE                    PIC 9(08).
    05 WS-STEP-CHAIN                   PIC X(12).
    05 WS-STEP-PROGRAM                 PIC X(12).
    05 WS-STEP-START                   PIC X(06).
    05 WS-STEP-END                     PIC X(06).
    05 WS-STEP-START-SECS              PIC S9(06).
    05 WS-STEP-ELAPSED                 PIC S9(06).
    05 WS-STEP-RC                      PIC S9(04).

*> the forecast
 01 WS-FC-RUNS                         PIC S9(06) VALUE 0.
 01 WS-FC-AVG-START                    PIC S9(06) VALUE 0.
 01 WS-FC-RECENT                       PIC S9(06) VALUE 0.
 01 WS-FC-END                          PIC S9(06) VALUE 0.

*> chart geometry: the plot area inside the 900x560 canvas, the
*> time span it shows in seconds into the batch day
 01 WS-PLOT-X                          BINARY-INT VALUE 110.
 01 WS-PLOT-Y                          BINARY-INT VALUE 40.
 01 WS-PLOT-W                          BINARY-INT VALUE 700.
 01 WS-PLOT-H                          BINARY-INT VALUE 470.
 01 WS-ROW-H                           BINARY-INT VALUE 20.
 01 WS-SPAN-FROM                       PIC S9(06) VALUE 0.
 01 WS-SPAN-TO                         PIC S9(06) VALUE 86400.
 01 WS-PX                              BINARY-INT.
 01 WS-PY                              BINARY-INT.
 01 WS-MOUSE-X                         BINARY-INT.
 01 WS-MOUSE-Y                         BINARY-INT.
 01 WS-ROW                             PIC 9(03) VALUE 0.
 01 WS-HOUR                            PIC S9(06) VALUE 0.

*> the run-log listing of a picked step
 01 WS-LOG-FROM                        PIC X(19) VALUE SPACES.
 01 WS-LOG-TO                          PIC X(19) VALUE SPACES.
 01 WS-LOG-LINES                       PIC 9(04) VALUE 0.
 01 WS-END-DATE                        PIC 9(08) VALUE 0.
 01 WS-EDIT-NUM                        PIC -(05)9.
 01 WS-EDIT-COUNT                      PIC ZZZ9.

 PROCEDURE DIVISION.

*>------------------------------------------------------------------------------
 MAIN-GANTTNIGHT SECTION.
*>------------------------------------------------------------------------------

    PERFORM READ-PARAMETERS

    MOVE DBOPEN(WS-DB-NAME) TO WS-DB-OBJECT
    IF DBSTATUS NOT = 0
       DISPLAY "ganttnight: cannot open " FUNCTION TRIM(WS-DB-NAME)
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM LOAD-NIGHT-LIST
    IF WS-NIGHT-COUNT = 0
       DISPLAY "ganttnight: no step history recorded yet"
       MOVE DBCLOSE(WS-DB-OBJECT) TO WS-DB-STATUS
       MOVE 4 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM LOAD-CALENDAR
    PERFORM LOAD-SLA-TARGETS

    MOVE 1 TO WS-NIGHT-IX
    IF WS-NIGHT-WANTED NOT = SPACES
       PERFORM FIND-NIGHT-WANTED
    END-IF
    PERFORM LOAD-NIGHT

    MOVE J-START() TO WS-RET
    IF WS-RET = ZEROES
       DISPLAY "ganttnight: can't connect to server"
       MOVE DBCLOSE(WS-DB-OBJECT) TO WS-DB-STATUS
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE J-FRAME("Batch night timeline") TO WS-FRAME
    MOVE J-SETFLOWLAYOUT(WS-FRAME) TO WS-RET

    MOVE J-CANVAS(WS-FRAME) TO WS-CANVAS
    MOVE 900 TO WS-W
    MOVE 560 TO WS-H
    MOVE J-SETSIZE(WS-CANVAS, WS-W, WS-H) TO WS-RET
    MOVE J-MOUSELISTENER(WS-CANVAS, J-PRESSED) TO WS-MOUSE

    MOVE J-BUTTON(WS-FRAME, "< Older")   TO WS-BTN-OLDER
    MOVE J-BUTTON(WS-FRAME, "Newer >")   TO WS-BTN-NEWER
    MOVE J-LABEL(WS-FRAME, "Night (yyyymmdd):") TO WS-LABEL
    MOVE J-TEXTFIELD(WS-FRAME, 8)        TO WS-FLD-NIGHT
    MOVE J-BUTTON(WS-FRAME, "Go")        TO WS-BTN-GO
    MOVE J-BUTTON(WS-FRAME, "Pin")       TO WS-BTN-PIN
    MOVE J-BUTTON(WS-FRAME, "Quit")      TO WS-BTN-QUIT

    MOVE J-LIST(WS-FRAME) TO WS-LIST-LOG
    MOVE 900 TO WS-W
    MOVE 150 TO WS-H
    MOVE J-SETSIZE(WS-LIST-LOG, WS-W, WS-H) TO WS-RET

    MOVE 940 TO WS-W
    MOVE 800 TO WS-H
    MOVE J-SETSIZE(WS-FRAME, WS-W, WS-H) TO WS-RET
    MOVE J-SHOW(WS-FRAME) TO WS-RET

    PERFORM SHOW-NIGHT

    PERFORM UNTIL EXIT
       MOVE J-NEXTACTION() TO WS-ACTION
       EVALUATE WS-ACTION
          WHEN WS-BTN-QUIT
          WHEN WS-FRAME
             EXIT PERFORM
          WHEN WS-BTN-OLDER
             IF WS-NIGHT-IX < WS-NIGHT-COUNT
                ADD 1 TO WS-NIGHT-IX
                PERFORM LOAD-NIGHT
                PERFORM SHOW-NIGHT
             END-IF
          WHEN WS-BTN-NEWER
             IF WS-NIGHT-IX > 1
                SUBTRACT 1 FROM WS-NIGHT-IX
                PERFORM LOAD-NIGHT
                PERFORM SHOW-NIGHT
             END-IF
          WHEN WS-BTN-GO
             MOVE J-GETTEXT(WS-FLD-NIGHT) TO WS-NIGHT-WANTED
             PERFORM FIND-NIGHT-WANTED
             PERFORM LOAD-NIGHT
             PERFORM SHOW-NIGHT
          WHEN WS-BTN-PIN
             PERFORM PIN-NIGHT
             PERFORM DRAW-CHART
          WHEN WS-MOUSE
             PERFORM PICK-BAR
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-PERFORM

    MOVE DBCLOSE(WS-DB-OBJECT) TO WS-DB-STATUS
    MOVE J-QUIT() TO WS-RET

    GOBACK.

*>------------------------------------------------------------------------------
 READ-PARAMETERS SECTION.
*>------------------------------------------------------------------------------

    DISPLAY "STEPHIST_DB" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       MOVE WS-ENV-VALUE TO WS-DB-NAME
    END-IF
    DISPLAY "STEPHIST_DAYS" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       COMPUTE WS-HIST-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
    END-IF
    DISPLAY "STEPHIST_WINDOW" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       COMPUTE WS-WINDOW-HHMM = FUNCTION NUMVAL(WS-ENV-VALUE)
    END-IF
    DISPLAY "SLARPT_DAYSTART" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       COMPUTE WS-DAYSTART-HHMM = FUNCTION NUMVAL(WS-ENV-VALUE)
    END-IF
    COMPUTE WS-DAYSTART-SECS = (WS-DAYSTART-HHMM / 100) * 3600
                             + FUNCTION MOD(WS-DAYSTART-HHMM, 100) * 60
    DISPLAY "SLARPT_TABLE" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       MOVE WS-ENV-VALUE TO WS-SLA-FILE
    END-IF
    DISPLAY "SLARPT_KTAB" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       MOVE WS-ENV-VALUE(1:3) TO WS-SLA-KTAB
    END-IF
    DISPLAY "SCHSQF01A_TABLE" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       MOVE WS-ENV-VALUE TO WS-CAL-FILE
    END-IF
    DISPLAY "SCHSQF01A_KTAB" UPON ENVIRONMENT-NAME
    ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
    IF WS-ENV-VALUE NOT = SPACES
       MOVE WS-ENV-VALUE(1:3) TO WS-CAL-KTAB
    END-IF
    DISPLAY "GANTTNIGHT_NIGHT" UPON ENVIRONMENT-NAME
    ACCEPT WS-NIGHT-WANTED FROM ENVIRONMENT-VALUE

*>  tonight is the batch day that started at the last day start
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    ACCEPT WS-NOW-TIME FROM TIME
    COMPUTE WS-NOW-SECS = (WS-NOW-TIME / 1000000) * 3600
                        + FUNCTION MOD(WS-NOW-TIME / 10000, 100) * 60
                        + FUNCTION MOD(WS-NOW-TIME / 100, 100)
    IF WS-NOW-SECS >= WS-DAYSTART-SECS
       MOVE WS-TODAY TO WS-CURRENT-NIGHT
    ELSE
       COMPUTE WS-CURRENT-NIGHT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
    END-IF.

*>------------------------------------------------------------------------------
*> the nights the history holds, newest first - a run date holds the
*> evening of its own night and the morning of the night before; the
*> night still running heads the list while a SCHSTATE snapshot is
*> on disk
*>------------------------------------------------------------------------------
 LOAD-NIGHT-LIST SECTION.

    MOVE 0 TO WS-NIGHT-COUNT
    CALL "CBL_CHECK_FILE_EXIST" USING "SCHSTATE" WS-CHECK-DETAILS
    IF RETURN-CODE = ZEROES
       ADD 1 TO WS-NIGHT-COUNT
       MOVE WS-CURRENT-NIGHT TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
    END-IF
    MOVE ZERO TO RETURN-CODE

    MOVE "SELECT run_date, MIN(start_secs), MAX(start_secs) FROM step_history GROUP BY run_date ORDER BY run_date DESC"
      TO WS-SQL
    MOVE DBCOMPILE(WS-DB-OBJECT, WS-SQL) TO WS-SQL-OBJECT
    MOVE DBEXECUTE(WS-SQL-OBJECT) TO WS-DB-STATUS
    PERFORM UNTIL WS-DB-STATUS NOT = 100 OR WS-NIGHT-COUNT >= 398
       MOVE 1 TO WS-COLUMN
       MOVE DBGETSTR(WS-SQL-OBJECT, WS-COLUMN) TO WS-BIND-TEXT
       IF WS-BIND-TEXT(1:8) IS NUMERIC
          MOVE WS-BIND-TEXT(1:8) TO WS-RUN-DATE
          MOVE 2 TO WS-COLUMN
          MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-MIN-SECS
          MOVE 3 TO WS-COLUMN
          MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-MAX-SECS
          IF WS-MAX-SECS >= WS-DAYSTART-SECS
             PERFORM ADD-NIGHT
          END-IF
          IF WS-MIN-SECS < WS-DAYSTART-SECS
             COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
             PERFORM ADD-NIGHT
          END-IF
       END-IF
       MOVE DBEXECUTE(WS-SQL-OBJECT) TO WS-DB-STATUS
    END-PERFORM
    MOVE DBRELEASE(WS-SQL-OBJECT) TO WS-DB-STATUS.

*>------------------------------------------------------------------------------
 ADD-NIGHT SECTION.
*>------------------------------------------------------------------------------

*>  the run dates come newest first, so a night already listed is
*>  the last one added - or, for tonight, the first
    IF WS-NIGHT-COUNT > 0
       IF WS-NIGHT-DATE(WS-NIGHT-COUNT) = WS-RUN-DATE
       OR WS-NIGHT-DATE(1) = WS-RUN-DATE
          EXIT SECTION
       END-IF
    END-IF
    ADD 1 TO WS-NIGHT-COUNT
    MOVE WS-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT).

*>------------------------------------------------------------------------------
 FIND-NIGHT-WANTED SECTION.
*>------------------------------------------------------------------------------

    IF WS-NIGHT-WANTED IS NOT NUMERIC
       EXIT SECTION
    END-IF
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-NIGHT-COUNT
       IF WS-NIGHT-DATE(WS-JOB-IX) = WS-NIGHT-WANTED
          MOVE WS-JOB-IX TO WS-NIGHT-IX
          EXIT SECTION
       END-IF
    END-PERFORM
    IF WS-FRAME NOT = 0
       MOVE J-MESSAGEBOX(WS-FRAME, "No step history for that night")
         TO WS-RET
    END-IF.

*>------------------------------------------------------------------------------
*> the job calendar's predecessors - data 1-12 the job, 27-38, 40-51
*> and 53-64 the predecessors (schsqf01a's layout)
*>------------------------------------------------------------------------------
 LOAD-CALENDAR SECTION.

    MOVE 0 TO WS-CAL-COUNT
    MOVE WS-CAL-FILE TO WS-TABE-NAME
    OPEN INPUT Tabe
    IF WS-TABE-FS NOT = "00"
       EXIT SECTION
    END-IF
    MOVE "H"         TO Tabe-ktip
    MOVE WS-CAL-KTAB TO Tabe-ktab
    MOVE LOW-VALUE   TO Tabe-kcod
    MOVE "N" TO WS-EOF
    START Tabe KEY > Tabe-key
       INVALID KEY MOVE "Y" TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = "Y" OR WS-CAL-COUNT >= 200
       READ Tabe NEXT RECORD
          AT END
             MOVE "Y" TO WS-EOF
          NOT AT END
             IF Tabe-ktip NOT = "H" OR Tabe-ktab NOT = WS-CAL-KTAB
                MOVE "Y" TO WS-EOF
             ELSE
                IF Tabe-kcod NOT = SPACES AND Tabe-data(1:12) NOT = SPACES
                   ADD 1 TO WS-CAL-COUNT
                   MOVE Tabe-data(1:12) TO WS-CAL-JOB(WS-CAL-COUNT)
                   MOVE 27 TO WS-PRED-POS
                   PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                             UNTIL WS-PRED-IX > 3
                      MOVE Tabe-data(WS-PRED-POS:12)
                        TO WS-CAL-PRED(WS-CAL-COUNT, WS-PRED-IX)
                      ADD 13 TO WS-PRED-POS
                   END-PERFORM
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE Tabe.

*>------------------------------------------------------------------------------
*> the GCSLARPT committed times - data 1-12 the deliverable, 40-43
*> hhmm; none filed leaves the batch-window deadline alone
*>------------------------------------------------------------------------------
 LOAD-SLA-TARGETS SECTION.

    MOVE 0 TO WS-SLA-COUNT
    MOVE WS-SLA-FILE TO WS-TABE-NAME
    OPEN INPUT Tabe
    IF WS-TABE-FS = "00"
       MOVE "H"         TO Tabe-ktip
       MOVE WS-SLA-KTAB TO Tabe-ktab
       MOVE LOW-VALUE   TO Tabe-kcod
       MOVE "N" TO WS-EOF
       START Tabe KEY > Tabe-key
          INVALID KEY MOVE "Y" TO WS-EOF
       END-START
       PERFORM UNTIL WS-EOF = "Y" OR WS-SLA-COUNT >= 20
          READ Tabe NEXT RECORD
             AT END
                MOVE "Y" TO WS-EOF
             NOT AT END
                IF Tabe-ktip NOT = "H" OR Tabe-ktab NOT = WS-SLA-KTAB
                   MOVE "Y" TO WS-EOF
                ELSE
                   IF Tabe-kcod NOT = SPACES
                      AND Tabe-data(40:4) IS NUMERIC
                      ADD 1 TO WS-SLA-COUNT
                      MOVE Tabe-data(1:12) TO WS-SLA-NAME(WS-SLA-COUNT)
                      MOVE Tabe-data(40:4) TO WS-HHMMSS
                      COMPUTE WS-SECS = (WS-HHMMSS / 100) * 3600
                              + FUNCTION MOD(WS-HHMMSS, 100) * 60
                      PERFORM SECS-TO-REL
                      MOVE WS-REL TO WS-SLA-REL(WS-SLA-COUNT)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE Tabe
    END-IF

    IF WS-SLA-COUNT = 0
       MOVE 1 TO WS-SLA-COUNT
       MOVE "window" TO WS-SLA-NAME(1)
       COMPUTE WS-SECS = (WS-WINDOW-HHMM / 100) * 3600
               + FUNCTION MOD(WS-WINDOW-HHMM, 100) * 60
       PERFORM SECS-TO-REL
       MOVE WS-REL TO WS-SLA-REL(1)
    END-IF.

*>------------------------------------------------------------------------------
*> everything on the chart for the night WS-NIGHT-IX points at
*>------------------------------------------------------------------------------
 LOAD-NIGHT SECTION.

    MOVE WS-NIGHT-DATE(WS-NIGHT-IX) TO WS-NIGHT
    COMPUTE WS-NIGHT-NEXT = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NIGHT) + 1)
    COMPUTE WS-NIGHT-CUTOFF = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NIGHT) - WS-HIST-DAYS)
    MOVE 0 TO WS-JOB-COUNT WS-BAR-COUNT WS-BAR-PICKED
    MOVE "N" TO WS-IN-PROGRESS
    IF WS-NIGHT = WS-CURRENT-NIGHT
       CALL "CBL_CHECK_FILE_EXIST" USING "SCHSTATE" WS-CHECK-DETAILS
       IF RETURN-CODE = ZEROES
          MOVE "Y" TO WS-IN-PROGRESS
       END-IF
       MOVE ZERO TO RETURN-CODE
    END-IF

    PERFORM LOAD-NIGHT-STEPS
    IF WS-IN-PROGRESS = "Y"
       PERFORM LOAD-FEED-STEPS
       PERFORM LOAD-SCHEDULE-STATE
    END-IF
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       PERFORM FORECAST-JOB
    END-PERFORM
    PERFORM SET-SPAN.

*>------------------------------------------------------------------------------
 LOAD-NIGHT-STEPS SECTION.
*>------------------------------------------------------------------------------

    MOVE "SELECT run_date, chain, program, start_time, end_time, start_secs, elapsed_secs, return_code FROM step_history WHERE run_date = ? OR run_date = ? ORDER BY step_id"
      TO WS-SQL
    MOVE DBCOMPILE(WS-DB-OBJECT, WS-SQL) TO WS-SQL-OBJECT
    MOVE 1 TO WS-COLUMN
    MOVE WS-NIGHT TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE 2 TO WS-COLUMN
    MOVE WS-NIGHT-NEXT TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE DBEXECUTE(WS-SQL-OBJECT) TO WS-DB-STATUS
    PERFORM UNTIL WS-DB-STATUS NOT = 100
       MOVE 1 TO WS-COLUMN
       MOVE DBGETSTR(WS-SQL-OBJECT, WS-COLUMN) TO WS-BIND-TEXT
       MOVE WS-BIND-TEXT(1:8) TO WS-STEP-DATE
       MOVE 2 TO WS-COLUMN
       MOVE DBGETSTR(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-CHAIN
       MOVE 3 TO WS-COLUMN
       MOVE DBGETSTR(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-PROGRAM
       MOVE 4 TO WS-COLUMN
       MOVE DBGETSTR(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-START
       MOVE 5 TO WS-COLUMN
       MOVE DBGETSTR(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-END
       MOVE 6 TO WS-COLUMN
       MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-START-SECS
       MOVE 7 TO WS-COLUMN
       MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-ELAPSED
       MOVE 8 TO WS-COLUMN
       MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-STEP-RC
       PERFORM ADD-STEP-BAR
       MOVE DBEXECUTE(WS-SQL-OBJECT) TO WS-DB-STATUS
    END-PERFORM
    MOVE DBRELEASE(WS-SQL-OBJECT) TO WS-DB-STATUS.

*>------------------------------------------------------------------------------
*> tonight's steps already timed but not yet loaded by GCSTEPHIST
*>------------------------------------------------------------------------------
 LOAD-FEED-STEPS SECTION.

    OPEN INPUT StepFeed
    IF WS-FEED-FS NOT = "00"
       EXIT SECTION
    END-IF
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
       READ StepFeed
          AT END
             MOVE "Y" TO WS-EOF
          NOT AT END
             IF StepFeed-record(1:9) = "StepTime "
                AND StepFeed-record(36:8) IS NUMERIC
                AND StepFeed-record(45:6) IS NUMERIC
                AND StepFeed-record(52:6) IS NUMERIC
                MOVE StepFeed-record(10:12) TO WS-STEP-CHAIN
                MOVE StepFeed-record(23:12) TO WS-STEP-PROGRAM
                MOVE StepFeed-record(36:8)  TO WS-STEP-DATE
                MOVE StepFeed-record(45:6)  TO WS-STEP-START
                MOVE StepFeed-record(52:6)  TO WS-STEP-END
                COMPUTE WS-STEP-RC =
                        FUNCTION NUMVAL(StepFeed-record(59:5))
                MOVE WS-STEP-START TO WS-HHMMSS
                PERFORM HHMMSS-TO-SECS
                MOVE WS-SECS TO WS-STEP-START-SECS
                MOVE WS-STEP-END TO WS-HHMMSS
                PERFORM HHMMSS-TO-SECS
                COMPUTE WS-STEP-ELAPSED = WS-SECS - WS-STEP-START-SECS
                IF WS-STEP-ELAPSED < 0
                   ADD 86400 TO WS-STEP-ELAPSED
                END-IF
                PERFORM ADD-STEP-BAR
             END-IF
       END-READ
    END-PERFORM
    CLOSE StepFeed.

*>------------------------------------------------------------------------------
*> one timed step - kept when it started inside the night
*>------------------------------------------------------------------------------
 ADD-STEP-BAR SECTION.

    EVALUATE TRUE
       WHEN WS-STEP-DATE = WS-NIGHT
        AND WS-STEP-START-SECS >= WS-DAYSTART-SECS
          COMPUTE WS-REL = WS-STEP-START-SECS - WS-DAYSTART-SECS
       WHEN WS-STEP-DATE = WS-NIGHT-NEXT
        AND WS-STEP-START-SECS < WS-DAYSTART-SECS
          COMPUTE WS-REL = WS-STEP-START-SECS - WS-DAYSTART-SECS
                         + 86400
       WHEN OTHER
          EXIT SECTION
    END-EVALUATE
    IF WS-BAR-COUNT >= 300
       EXIT SECTION
    END-IF

    MOVE WS-STEP-PROGRAM TO WS-JOB-NAME-WANTED
    PERFORM FIND-JOB
    IF WS-JOB-IX = 0
       EXIT SECTION
    END-IF
    MOVE WS-STEP-CHAIN TO WS-JOB-CHAIN(WS-JOB-IX)

    ADD 1 TO WS-BAR-COUNT
    MOVE WS-JOB-IX          TO WS-BAR-JOB(WS-BAR-COUNT)
    MOVE "D"                TO WS-BAR-KIND(WS-BAR-COUNT)
    MOVE WS-REL             TO WS-BAR-REL-START(WS-BAR-COUNT)
    COMPUTE WS-BAR-REL-END(WS-BAR-COUNT) = WS-REL + WS-STEP-ELAPSED
    MOVE WS-STEP-RC         TO WS-BAR-RC(WS-BAR-COUNT)
    MOVE WS-STEP-DATE       TO WS-BAR-DATE(WS-BAR-COUNT)
    MOVE WS-STEP-START      TO WS-BAR-START(WS-BAR-COUNT)
    MOVE WS-STEP-END        TO WS-BAR-END(WS-BAR-COUNT).

*>------------------------------------------------------------------------------
*> the job's row, added at the bottom when it has none yet
*> (WS-JOB-IX 0 when the chart is full)
*>------------------------------------------------------------------------------
 FIND-JOB SECTION.

    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       IF WS-JOB-NAME(WS-JOB-IX) = WS-JOB-NAME-WANTED
          EXIT SECTION
       END-IF
    END-PERFORM
    IF WS-JOB-COUNT >= WS-JOB-MAX
       MOVE 0 TO WS-JOB-IX
       EXIT SECTION
    END-IF
    ADD 1 TO WS-JOB-COUNT
    MOVE WS-JOB-COUNT TO WS-JOB-IX
    MOVE WS-JOB-NAME-WANTED TO WS-JOB-NAME(WS-JOB-IX)
    MOVE SPACES TO WS-JOB-CHAIN(WS-JOB-IX) WS-JOB-STATE(WS-JOB-IX)
    MOVE 0      TO WS-JOB-FC-START(WS-JOB-IX) WS-JOB-FC-END(WS-JOB-IX)
    MOVE "N"    TO WS-JOB-FC-OK(WS-JOB-IX).

*>------------------------------------------------------------------------------
*> the running schedule: every job's state, and the running ones as
*> open bars from their SCHEDLOG START line to now
*>------------------------------------------------------------------------------
 LOAD-SCHEDULE-STATE SECTION.

    OPEN INPUT SchState
    IF WS-STATE-FS NOT = "00"
       EXIT SECTION
    END-IF
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
       READ SchState
          AT END
             MOVE "Y" TO WS-EOF
          NOT AT END
             IF st-name NOT = SPACES
                MOVE st-name TO WS-JOB-NAME-WANTED
                PERFORM FIND-JOB
                IF WS-JOB-IX > 0
                   MOVE st-state TO WS-JOB-STATE(WS-JOB-IX)
                   IF WS-JOB-CHAIN(WS-JOB-IX) = SPACES
                      MOVE "schsqf01a" TO WS-JOB-CHAIN(WS-JOB-IX)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE SchState

    OPEN INPUT SchedLog
    IF WS-SCHEDLOG-FS NOT = "00"
       EXIT SECTION
    END-IF
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y"
       READ SchedLog
          AT END
             MOVE "Y" TO WS-EOF
          NOT AT END
             IF SchedLog-record(17:6) = "START "
                AND SchedLog-record(1:8) IS NUMERIC
                AND SchedLog-record(10:6) IS NUMERIC
                PERFORM NOTE-ACTIVE-START
             END-IF
       END-READ
    END-PERFORM
    CLOSE SchedLog.

*>------------------------------------------------------------------------------
*> a START line of tonight for a job the snapshot shows running -
*> the last one wins, a rerun replacing the first attempt
*>------------------------------------------------------------------------------
 NOTE-ACTIVE-START SECTION.

    MOVE SchedLog-record(1:8)  TO WS-STEP-DATE
    MOVE SchedLog-record(10:6) TO WS-HHMMSS
    PERFORM HHMMSS-TO-SECS
    EVALUATE TRUE
       WHEN WS-STEP-DATE = WS-NIGHT AND WS-SECS >= WS-DAYSTART-SECS
          COMPUTE WS-REL = WS-SECS - WS-DAYSTART-SECS
       WHEN WS-STEP-DATE = WS-NIGHT-NEXT AND WS-SECS < WS-DAYSTART-SECS
          COMPUTE WS-REL = WS-SECS - WS-DAYSTART-SECS + 86400
       WHEN OTHER
          EXIT SECTION
    END-EVALUATE

    MOVE SchedLog-record(23:12) TO WS-JOB-NAME-WANTED
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       IF WS-JOB-NAME(WS-JOB-IX) = WS-JOB-NAME-WANTED
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-JOB-IX > WS-JOB-COUNT
       EXIT SECTION
    END-IF
    IF WS-JOB-STATE(WS-JOB-IX) NOT = "A"
       EXIT SECTION
    END-IF

    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       IF WS-BAR-JOB(WS-BAR-IX) = WS-JOB-IX
          AND WS-BAR-KIND(WS-BAR-IX) = "A"
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-BAR-IX > WS-BAR-COUNT
       IF WS-BAR-COUNT >= 300
          EXIT SECTION
       END-IF
       ADD 1 TO WS-BAR-COUNT
       MOVE WS-BAR-COUNT TO WS-BAR-IX
    END-IF
    MOVE WS-JOB-IX      TO WS-BAR-JOB(WS-BAR-IX)
    MOVE "A"            TO WS-BAR-KIND(WS-BAR-IX)
    MOVE WS-REL         TO WS-BAR-REL-START(WS-BAR-IX)
    MOVE 0              TO WS-BAR-RC(WS-BAR-IX)
    MOVE WS-STEP-DATE   TO WS-BAR-DATE(WS-BAR-IX)
    MOVE SchedLog-record(10:6) TO WS-BAR-START(WS-BAR-IX)
    MOVE SPACES         TO WS-BAR-END(WS-BAR-IX)
*>  running up to now
    MOVE WS-NOW-SECS TO WS-SECS
    PERFORM SECS-TO-REL
    IF WS-REL < WS-BAR-REL-START(WS-BAR-IX)
       MOVE WS-BAR-REL-START(WS-BAR-IX) TO WS-REL
    END-IF
    MOVE WS-REL TO WS-BAR-REL-END(WS-BAR-IX).

*>------------------------------------------------------------------------------
*> the GCSTEPHIST projection for one job: average start over the
*> history window before the night, plus the recent average elapsed
*> of its last five runs
*>------------------------------------------------------------------------------
 FORECAST-JOB SECTION.

    MOVE "N" TO WS-JOB-FC-OK(WS-JOB-IX)
    MOVE "SELECT COUNT(*), CAST(IFNULL(AVG(start_secs),0) AS INTEGER) FROM step_history WHERE program = ? AND run_date >= ? AND run_date < ?"
      TO WS-SQL
    MOVE DBCOMPILE(WS-DB-OBJECT, WS-SQL) TO WS-SQL-OBJECT
    MOVE 1 TO WS-COLUMN
    MOVE FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IX)) TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE 2 TO WS-COLUMN
    MOVE WS-NIGHT-CUTOFF TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE 3 TO WS-COLUMN
    MOVE WS-NIGHT TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE DBEXECUTE(WS-SQL-OBJECT) TO WS-DB-STATUS
    MOVE 1 TO WS-COLUMN
    MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-FC-RUNS
    MOVE 2 TO WS-COLUMN
    MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-FC-AVG-START
    MOVE DBRELEASE(WS-SQL-OBJECT) TO WS-DB-STATUS
    IF WS-FC-RUNS = 0
       EXIT SECTION
    END-IF

    MOVE "SELECT CAST(IFNULL(AVG(elapsed_secs),0) AS INTEGER) FROM (SELECT elapsed_secs FROM step_history WHERE program = ? AND run_date < ? ORDER BY step_id DESC LIMIT 5)"
      TO WS-SQL
    MOVE DBCOMPILE(WS-DB-OBJECT, WS-SQL) TO WS-SQL-OBJECT
    MOVE 1 TO WS-COLUMN
    MOVE FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IX)) TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE 2 TO WS-COLUMN
    MOVE WS-NIGHT TO WS-BIND-TEXT
    MOVE DBBINDTEXT(WS-SQL-OBJECT, WS-COLUMN, WS-BIND-TEXT) TO WS-DB-STATUS
    MOVE DBEXECUTE(WS-SQL-OBJECT) TO WS-DB-STATUS
    MOVE 1 TO WS-COLUMN
    MOVE DBGETINT(WS-SQL-OBJECT, WS-COLUMN) TO WS-FC-RECENT
    MOVE DBRELEASE(WS-SQL-OBJECT) TO WS-DB-STATUS

    MOVE WS-FC-AVG-START TO WS-SECS
    PERFORM SECS-TO-REL
    MOVE WS-REL TO WS-JOB-FC-START(WS-JOB-IX)
    COMPUTE WS-JOB-FC-END(WS-JOB-IX) = WS-REL + WS-FC-RECENT
    MOVE "Y" TO WS-JOB-FC-OK(WS-JOB-IX).

*>------------------------------------------------------------------------------
*> the time span on show: whole hours around the bars, the forecast
*> end and the deadlines
*>------------------------------------------------------------------------------
 SET-SPAN SECTION.

    MOVE 999999 TO WS-SPAN-FROM
    MOVE 0      TO WS-SPAN-TO
    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       IF WS-BAR-REL-START(WS-BAR-IX) < WS-SPAN-FROM
          MOVE WS-BAR-REL-START(WS-BAR-IX) TO WS-SPAN-FROM
       END-IF
       IF WS-BAR-REL-END(WS-BAR-IX) > WS-SPAN-TO
          MOVE WS-BAR-REL-END(WS-BAR-IX) TO WS-SPAN-TO
       END-IF
    END-PERFORM
    PERFORM COMPUTE-FORECAST-END
    IF WS-FC-END > WS-SPAN-TO
       MOVE WS-FC-END TO WS-SPAN-TO
    END-IF
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       IF WS-JOB-FC-OK(WS-JOB-IX) = "Y"
          AND WS-JOB-FC-START(WS-JOB-IX) < WS-SPAN-FROM
          MOVE WS-JOB-FC-START(WS-JOB-IX) TO WS-SPAN-FROM
       END-IF
    END-PERFORM
    PERFORM VARYING WS-SLA-IX FROM 1 BY 1
              UNTIL WS-SLA-IX > WS-SLA-COUNT
       IF WS-SLA-REL(WS-SLA-IX) > WS-SPAN-TO
          MOVE WS-SLA-REL(WS-SLA-IX) TO WS-SPAN-TO
       END-IF
    END-PERFORM
    IF WS-SPAN-FROM > WS-SPAN-TO
       MOVE 0     TO WS-SPAN-FROM
       MOVE 86400 TO WS-SPAN-TO
    END-IF
    COMPUTE WS-SPAN-FROM = (WS-SPAN-FROM / 3600) * 3600
    COMPUTE WS-SPAN-TO   = ((WS-SPAN-TO + 3599) / 3600) * 3600
    IF WS-SPAN-TO <= WS-SPAN-FROM
       COMPUTE WS-SPAN-TO = WS-SPAN-FROM + 3600
    END-IF
    IF WS-SPAN-TO > 86400
       MOVE 86400 TO WS-SPAN-TO
    END-IF.

*>------------------------------------------------------------------------------
*> the night's forecast end - the latest projected end of its jobs
*>------------------------------------------------------------------------------
 COMPUTE-FORECAST-END SECTION.

    MOVE 0 TO WS-FC-END
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       IF WS-JOB-FC-OK(WS-JOB-IX) = "Y"
          AND WS-JOB-FC-END(WS-JOB-IX) > WS-FC-END
          MOVE WS-JOB-FC-END(WS-JOB-IX) TO WS-FC-END
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
 SHOW-NIGHT SECTION.
*>------------------------------------------------------------------------------

    MOVE WS-NIGHT TO WS-NIGHT-WANTED
    MOVE J-SETTEXT(WS-FLD-NIGHT, WS-NIGHT-WANTED) TO WS-RET
    MOVE J-CLEARLIST(WS-LIST-LOG) TO WS-RET
    MOVE "Click a bar to list the step's run-log lines" TO WS-LIST-TEXT
    MOVE J-ADDLISTITEM(WS-LIST-LOG, WS-LIST-TEXT) TO WS-RET
    PERFORM DRAW-CHART.

*>------------------------------------------------------------------------------
*> keep the night on show to draw it under the next one chosen -
*> pressed again on the same night, the pin is dropped
*>------------------------------------------------------------------------------
 PIN-NIGHT SECTION.

    IF WS-PIN-NIGHT = WS-NIGHT
       MOVE 0 TO WS-PIN-NIGHT WS-PIN-COUNT
       EXIT SECTION
    END-IF
    MOVE WS-NIGHT TO WS-PIN-NIGHT
    MOVE 0 TO WS-PIN-COUNT
    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       IF WS-BAR-KIND(WS-BAR-IX) = "D"
          ADD 1 TO WS-PIN-COUNT
          MOVE WS-JOB-NAME(WS-BAR-JOB(WS-BAR-IX))
            TO WS-PIN-JOB(WS-PIN-COUNT)
          MOVE WS-BAR-REL-START(WS-BAR-IX)
            TO WS-PIN-REL-START(WS-PIN-COUNT)
          MOVE WS-BAR-REL-END(WS-BAR-IX)
            TO WS-PIN-REL-END(WS-PIN-COUNT)
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
 DRAW-CHART SECTION.
*>------------------------------------------------------------------------------

*>  clear the canvas with a filled background rectangle
    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "WHITE") TO WS-RET
    MOVE 0 TO WS-X1 WS-Y1
    MOVE 900 TO WS-W
    MOVE 560 TO WS-H
    MOVE J-FILLRECT(WS-CANVAS, WS-X1, WS-Y1, WS-W, WS-H) TO WS-RET

*>  the title line
    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "BLACK") TO WS-RET
    MOVE SPACES TO WS-TEXT
    MOVE 1 TO WS-TEXT-PTR
    STRING "Batch night " WS-NIGHT DELIMITED BY SIZE
      INTO WS-TEXT WITH POINTER WS-TEXT-PTR
    IF WS-IN-PROGRESS = "Y"
       STRING " - in progress" DELIMITED BY SIZE
         INTO WS-TEXT WITH POINTER WS-TEXT-PTR
    END-IF
    IF WS-PIN-NIGHT NOT = 0 AND WS-PIN-NIGHT NOT = WS-NIGHT
       STRING "   (grey: night " WS-PIN-NIGHT ")" DELIMITED BY SIZE
         INTO WS-TEXT WITH POINTER WS-TEXT-PTR
    END-IF
    MOVE 10 TO WS-X1
    MOVE 20 TO WS-Y1
    MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-Y1, WS-TEXT) TO WS-RET

    IF WS-JOB-COUNT = 0
       MOVE "no steps recorded for this night" TO WS-TEXT
       MOVE 300 TO WS-X1
       MOVE 250 TO WS-Y1
       MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-Y1, WS-TEXT)
         TO WS-RET
       EXIT SECTION
    END-IF

    COMPUTE WS-ROW-H = WS-PLOT-H / WS-JOB-COUNT
    IF WS-ROW-H > 20
       MOVE 20 TO WS-ROW-H
    END-IF
    IF WS-ROW-H < 6
       MOVE 6 TO WS-ROW-H
    END-IF

    PERFORM DRAW-TIME-AXIS
    PERFORM DRAW-ROW-LABELS
    PERFORM DRAW-PINNED-BARS
    PERFORM DRAW-FORECAST-BARS
    PERFORM DRAW-STEP-BARS
    PERFORM DRAW-PREDECESSOR-LINKS
    PERFORM DRAW-MARKERS.

*>------------------------------------------------------------------------------
*> the hour grid under the rows, labelled with the clock time
*>------------------------------------------------------------------------------
 DRAW-TIME-AXIS SECTION.

    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "LIGHTGRAY") TO WS-RET
    COMPUTE WS-Y1 = WS-PLOT-Y - 5
    COMPUTE WS-Y2 = WS-PLOT-Y + WS-JOB-COUNT * WS-ROW-H
    PERFORM VARYING WS-HOUR FROM WS-SPAN-FROM BY 3600
              UNTIL WS-HOUR > WS-SPAN-TO
       MOVE WS-HOUR TO WS-REL
       PERFORM REL-TO-X
       MOVE WS-PX TO WS-X1 WS-X2
       MOVE J-SETNAMEDCOLOR(WS-CANVAS, "LIGHTGRAY") TO WS-RET
       MOVE J-DRAWLINE(WS-CANVAS, WS-X1, WS-Y1, WS-X2, WS-Y2) TO WS-RET
       PERFORM REL-TO-HHMM
       MOVE SPACES TO WS-TEXT
       MOVE WS-HHMM-EDIT TO WS-TEXT
       MOVE J-SETNAMEDCOLOR(WS-CANVAS, "BLACK") TO WS-RET
       COMPUTE WS-X1 = WS-PX - 14
       COMPUTE WS-PY = WS-Y2 + 14
       MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-PY, WS-TEXT) TO WS-RET
    END-PERFORM.

*>------------------------------------------------------------------------------
*> the job names down the left, and the schedule state of the jobs
*> that have not run at the end of their row
*>------------------------------------------------------------------------------
 DRAW-ROW-LABELS SECTION.

    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "BLACK") TO WS-RET
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       MOVE SPACES TO WS-TEXT
       MOVE WS-JOB-NAME(WS-JOB-IX) TO WS-TEXT
       MOVE 4 TO WS-X1
       COMPUTE WS-Y1 = WS-PLOT-Y + WS-JOB-IX * WS-ROW-H - 3
       MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-Y1, WS-TEXT) TO WS-RET
       MOVE SPACES TO WS-TEXT
       EVALUATE WS-JOB-STATE(WS-JOB-IX)
          WHEN "H" MOVE "held"             TO WS-TEXT
          WHEN "O" MOVE "operator hold"    TO WS-TEXT
          WHEN "F" MOVE "failed"           TO WS-TEXT
          WHEN "S" MOVE "skipped"          TO WS-TEXT
          WHEN "W" MOVE "waiting for file" TO WS-TEXT
          WHEN "P" MOVE "pending"          TO WS-TEXT
          WHEN "G" MOVE "released"         TO WS-TEXT
       END-EVALUATE
       IF WS-TEXT NOT = SPACES
          COMPUTE WS-X1 = WS-PLOT-X + WS-PLOT-W + 6
          MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-Y1, WS-TEXT)
            TO WS-RET
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
*> the pinned night, as thin bars along the foot of the same job's row
*>------------------------------------------------------------------------------
 DRAW-PINNED-BARS SECTION.

    IF WS-PIN-NIGHT = 0 OR WS-PIN-NIGHT = WS-NIGHT
       EXIT SECTION
    END-IF
    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "GRAY") TO WS-RET
    PERFORM VARYING WS-PIN-IX FROM 1 BY 1
              UNTIL WS-PIN-IX > WS-PIN-COUNT
       PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                 UNTIL WS-JOB-IX > WS-JOB-COUNT
          IF WS-JOB-NAME(WS-JOB-IX) = WS-PIN-JOB(WS-PIN-IX)
             MOVE WS-PIN-REL-START(WS-PIN-IX) TO WS-REL
             PERFORM REL-TO-X
             MOVE WS-PX TO WS-X1
             MOVE WS-PIN-REL-END(WS-PIN-IX) TO WS-REL
             PERFORM REL-TO-X
             COMPUTE WS-W = WS-PX - WS-X1
             IF WS-W < 2
                MOVE 2 TO WS-W
             END-IF
             COMPUTE WS-Y1 = WS-PLOT-Y + WS-JOB-IX * WS-ROW-H - 3
             MOVE 2 TO WS-H
             MOVE J-FILLRECT(WS-CANVAS, WS-X1, WS-Y1, WS-W, WS-H)
               TO WS-RET
          END-IF
       END-PERFORM
    END-PERFORM.

*>------------------------------------------------------------------------------
*> the night in progress: an outline at the forecast for every job
*> still to run
*>------------------------------------------------------------------------------
 DRAW-FORECAST-BARS SECTION.

    IF WS-IN-PROGRESS NOT = "Y"
       EXIT SECTION
    END-IF
    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "GRAY") TO WS-RET
    PERFORM VARYING WS-JOB-IX FROM 1 BY 1
              UNTIL WS-JOB-IX > WS-JOB-COUNT
       IF WS-JOB-FC-OK(WS-JOB-IX) = "Y"
          AND (WS-JOB-STATE(WS-JOB-IX) = "P" OR "W" OR "G")
          MOVE WS-JOB-FC-START(WS-JOB-IX) TO WS-REL
          PERFORM REL-TO-X
          MOVE WS-PX TO WS-X1
          MOVE WS-JOB-FC-END(WS-JOB-IX) TO WS-REL
          PERFORM REL-TO-X
          COMPUTE WS-W = WS-PX - WS-X1
          IF WS-W < 2
             MOVE 2 TO WS-W
          END-IF
          COMPUTE WS-Y1 = WS-PLOT-Y + (WS-JOB-IX - 1) * WS-ROW-H + 2
          COMPUTE WS-H = WS-ROW-H - 6
          MOVE J-DRAWRECT(WS-CANVAS, WS-X1, WS-Y1, WS-W, WS-H)
            TO WS-RET
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
*> one bar per run - coloured by RETURN-CODE, blue while running
*>------------------------------------------------------------------------------
 DRAW-STEP-BARS SECTION.

    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       EVALUATE TRUE
          WHEN WS-BAR-KIND(WS-BAR-IX) = "A"
             MOVE "BLUE"   TO WS-COLOR
          WHEN WS-BAR-RC(WS-BAR-IX) = 0
             MOVE "GREEN"  TO WS-COLOR
          WHEN WS-BAR-RC(WS-BAR-IX) <= 4
             MOVE "ORANGE" TO WS-COLOR
          WHEN OTHER
             MOVE "RED"    TO WS-COLOR
       END-EVALUATE
       MOVE J-SETNAMEDCOLOR(WS-CANVAS, WS-COLOR) TO WS-RET
       MOVE WS-BAR-REL-START(WS-BAR-IX) TO WS-REL
       PERFORM REL-TO-X
       MOVE WS-PX TO WS-X1
       MOVE WS-BAR-REL-END(WS-BAR-IX) TO WS-REL
       PERFORM REL-TO-X
       COMPUTE WS-W = WS-PX - WS-X1
       IF WS-W < 2
          MOVE 2 TO WS-W
       END-IF
       COMPUTE WS-Y1 = WS-PLOT-Y
                     + (WS-BAR-JOB(WS-BAR-IX) - 1) * WS-ROW-H + 2
       COMPUTE WS-H = WS-ROW-H - 6
       IF WS-BAR-KIND(WS-BAR-IX) = "A"
          MOVE J-DRAWRECT(WS-CANVAS, WS-X1, WS-Y1, WS-W, WS-H)
            TO WS-RET
       ELSE
          MOVE J-FILLRECT(WS-CANVAS, WS-X1, WS-Y1, WS-W, WS-H)
            TO WS-RET
       END-IF
*>     the picked bar is framed
       IF WS-BAR-IX = WS-BAR-PICKED
          MOVE J-SETNAMEDCOLOR(WS-CANVAS, "BLACK") TO WS-RET
          MOVE J-DRAWRECT(WS-CANVAS, WS-X1, WS-Y1, WS-W, WS-H)
            TO WS-RET
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
*> a line from the end of each predecessor's last run to the start of
*> its dependant's first run
*>------------------------------------------------------------------------------
 DRAW-PREDECESSOR-LINKS SECTION.

    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "DARKGRAY") TO WS-RET
    PERFORM VARYING WS-CAL-IX FROM 1 BY 1
              UNTIL WS-CAL-IX > WS-CAL-COUNT
       MOVE WS-CAL-JOB(WS-CAL-IX) TO WS-JOB-NAME-WANTED
       PERFORM FIND-FIRST-BAR
       IF WS-BAR-IX-2 > 0
          PERFORM VARYING WS-PRED-IX FROM 1 BY 1
                    UNTIL WS-PRED-IX > 3
             IF WS-CAL-PRED(WS-CAL-IX, WS-PRED-IX) NOT = SPACES
                MOVE WS-CAL-PRED(WS-CAL-IX, WS-PRED-IX)
                  TO WS-JOB-NAME-WANTED
                PERFORM DRAW-ONE-LINK
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
*> the dependant's first bar (WS-BAR-IX-2, 0 when it did not run)
*>------------------------------------------------------------------------------
 FIND-FIRST-BAR SECTION.

    MOVE 0 TO WS-BAR-IX-2
    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       IF WS-JOB-NAME(WS-BAR-JOB(WS-BAR-IX)) = WS-JOB-NAME-WANTED
          IF WS-BAR-IX-2 = 0
             MOVE WS-BAR-IX TO WS-BAR-IX-2
          ELSE
             IF WS-BAR-REL-START(WS-BAR-IX)
                < WS-BAR-REL-START(WS-BAR-IX-2)
                MOVE WS-BAR-IX TO WS-BAR-IX-2
             END-IF
          END-IF
       END-IF
    END-PERFORM.

*>------------------------------------------------------------------------------
 DRAW-ONE-LINK SECTION.
*>------------------------------------------------------------------------------

*>  the predecessor's last run
    MOVE 0 TO WS-BAR-PICKED-2
    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       IF WS-JOB-NAME(WS-BAR-JOB(WS-BAR-IX)) = WS-JOB-NAME-WANTED
          IF WS-BAR-PICKED-2 = 0
             MOVE WS-BAR-IX TO WS-BAR-PICKED-2
          ELSE
             IF WS-BAR-REL-END(WS-BAR-IX)
                > WS-BAR-REL-END(WS-BAR-PICKED-2)
                MOVE WS-BAR-IX TO WS-BAR-PICKED-2
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF WS-BAR-PICKED-2 = 0
       EXIT SECTION
    END-IF

    MOVE WS-BAR-REL-END(WS-BAR-PICKED-2) TO WS-REL
    PERFORM REL-TO-X
    MOVE WS-PX TO WS-X1
    COMPUTE WS-Y1 = WS-PLOT-Y
                  + (WS-BAR-JOB(WS-BAR-PICKED-2) - 1) * WS-ROW-H
                  + WS-ROW-H / 2
    MOVE WS-BAR-REL-START(WS-BAR-IX-2) TO WS-REL
    PERFORM REL-TO-X
    MOVE WS-PX TO WS-X2
    COMPUTE WS-Y2 = WS-PLOT-Y
                  + (WS-BAR-JOB(WS-BAR-IX-2) - 1) * WS-ROW-H
                  + WS-ROW-H / 2
    MOVE J-DRAWLINE(WS-CANVAS, WS-X1, WS-Y1, WS-X2, WS-Y2) TO WS-RET.

*>------------------------------------------------------------------------------
*> the forecast end (blue) and the service-level deadlines (red)
*>------------------------------------------------------------------------------
 DRAW-MARKERS SECTION.

    COMPUTE WS-Y1 = WS-PLOT-Y - 12
    COMPUTE WS-Y2 = WS-PLOT-Y + WS-JOB-COUNT * WS-ROW-H

    IF WS-FC-END > 0
       MOVE J-SETNAMEDCOLOR(WS-CANVAS, "BLUE") TO WS-RET
       MOVE WS-FC-END TO WS-REL
       PERFORM REL-TO-X
       MOVE WS-PX TO WS-X1 WS-X2
       MOVE J-DRAWLINE(WS-CANVAS, WS-X1, WS-Y1, WS-X2, WS-Y2) TO WS-RET
       PERFORM REL-TO-HHMM
       MOVE SPACES TO WS-TEXT
       STRING "forecast " WS-HHMM-EDIT DELIMITED BY SIZE INTO WS-TEXT
       COMPUTE WS-X1 = WS-PX + 3
       MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-Y1, WS-TEXT) TO WS-RET
    END-IF

    MOVE J-SETNAMEDCOLOR(WS-CANVAS, "RED") TO WS-RET
    PERFORM VARYING WS-SLA-IX FROM 1 BY 1
              UNTIL WS-SLA-IX > WS-SLA-COUNT
       MOVE WS-SLA-REL(WS-SLA-IX) TO WS-REL
       PERFORM REL-TO-X
       MOVE WS-PX TO WS-X1 WS-X2
       COMPUTE WS-Y1 = WS-PLOT-Y - 12
       MOVE J-DRAWLINE(WS-CANVAS, WS-X1, WS-Y1, WS-X2, WS-Y2) TO WS-RET
       PERFORM REL-TO-HHMM
       MOVE SPACES TO WS-TEXT
       STRING FUNCTION TRIM(WS-SLA-NAME(WS-SLA-IX)) " " WS-HHMM-EDIT
              DELIMITED BY SIZE INTO WS-TEXT
       COMPUTE WS-X1 = WS-PX + 3
       COMPUTE WS-Y1 = WS-PLOT-Y - 2 + FUNCTION MOD(WS-SLA-IX, 2) * 10
       MOVE J-DRAWSTRING(WS-CANVAS, WS-X1, WS-Y1, WS-TEXT) TO WS-RET
    END-PERFORM.

*>------------------------------------------------------------------------------
*> a click on the canvas: the bar under it, on the row clicked - its
*> step's run-log lines go into the list under the chart
*>------------------------------------------------------------------------------
 PICK-BAR SECTION.

    IF WS-JOB-COUNT = 0
       EXIT SECTION
    END-IF
    MOVE J-GETMOUSEX(WS-MOUSE) TO WS-MOUSE-X
    MOVE J-GETMOUSEY(WS-MOUSE) TO WS-MOUSE-Y
    IF WS-MOUSE-Y < WS-PLOT-Y
       EXIT SECTION
    END-IF
    COMPUTE WS-ROW = (WS-MOUSE-Y - WS-PLOT-Y) / WS-ROW-H + 1
    IF WS-ROW > WS-JOB-COUNT
       EXIT SECTION
    END-IF

*>  the run of that job nearest the click
    MOVE 0 TO WS-BAR-PICKED
    MOVE 999999 TO WS-SECS
    PERFORM VARYING WS-BAR-IX FROM 1 BY 1
              UNTIL WS-BAR-IX > WS-BAR-COUNT
       IF WS-BAR-JOB(WS-BAR-IX) = WS-ROW
          MOVE WS-BAR-REL-START(WS-BAR-IX) TO WS-REL
          PERFORM REL-TO-X
          MOVE WS-PX TO WS-X1
          MOVE WS-BAR-REL-END(WS-BAR-IX) TO WS-REL
          PERFORM REL-TO-X
          EVALUATE TRUE
             WHEN WS-MOUSE-X < WS-X1
                COMPUTE WS-REL = WS-X1 - WS-MOUSE-X
             WHEN WS-MOUSE-X > WS-PX
                COMPUTE WS-REL = WS-MOUSE-X - WS-PX
             WHEN OTHER
                MOVE 0 TO WS-REL
          END-EVALUATE
          IF WS-REL < WS-SECS
             MOVE WS-REL TO WS-SECS
             MOVE WS-BAR-IX TO WS-BAR-PICKED
          END-IF
       END-IF
    END-PERFORM
    IF WS-BAR-PICKED = 0
       EXIT SECTION
    END-IF
    PERFORM DRAW-CHART
    PERFORM LIST-RUN-LOG.

*>------------------------------------------------------------------------------
*> the picked step's lines of its dated run log - the ones stamped
*> between its start and its end
*>------------------------------------------------------------------------------
 LIST-RUN-LOG SECTION.

    MOVE J-CLEARLIST(WS-LIST-LOG) TO WS-RET
    MOVE WS-BAR-JOB(WS-BAR-PICKED) TO WS-JOB-IX

    MOVE WS-BAR-RC(WS-BAR-PICKED) TO WS-EDIT-NUM
    MOVE SPACES TO WS-LIST-TEXT
    IF WS-BAR-KIND(WS-BAR-PICKED) = "A"
       STRING FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IX))
              " started " WS-BAR-DATE(WS-BAR-PICKED)
              " " WS-BAR-START(WS-BAR-PICKED) " - still running"
              DELIMITED BY SIZE INTO WS-LIST-TEXT
    ELSE
       STRING FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IX))
              " (" FUNCTION TRIM(WS-JOB-CHAIN(WS-JOB-IX)) ")"
              " started " WS-BAR-DATE(WS-BAR-PICKED)
              " " WS-BAR-START(WS-BAR-PICKED)
              " ended " WS-BAR-END(WS-BAR-PICKED)
              " RETURN-CODE " FUNCTION TRIM(WS-EDIT-NUM)
              DELIMITED BY SIZE INTO WS-LIST-TEXT
    END-IF
    MOVE J-ADDLISTITEM(WS-LIST-LOG, WS-LIST-TEXT) TO WS-RET

*>  the log a step writes is named for the day it opened it
    MOVE SPACES TO WS-LOG-NAME
    STRING FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IX)) "."
           WS-BAR-DATE(WS-BAR-PICKED) ".log"
           DELIMITED BY SIZE INTO WS-LOG-NAME

    MOVE WS-BAR-DATE(WS-BAR-PICKED) TO WS-END-DATE
    MOVE WS-BAR-START(WS-BAR-PICKED) TO WS-HHMMSS
    PERFORM BUILD-LOG-FROM
    IF WS-BAR-KIND(WS-BAR-PICKED) = "A"
       MOVE "9999-99-99 99:99:99" TO WS-LOG-TO
    ELSE
       IF WS-BAR-END(WS-BAR-PICKED) < WS-BAR-START(WS-BAR-PICKED)
          COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-END-DATE) + 1)
       END-IF
       MOVE WS-BAR-END(WS-BAR-PICKED) TO WS-HHMMSS
       PERFORM BUILD-LOG-TO
    END-IF

    MOVE 0 TO WS-LOG-LINES
    OPEN INPUT RunLog
    IF WS-LOG-FS NOT = "00"
       MOVE SPACES TO WS-LIST-TEXT
       STRING "no run log " FUNCTION TRIM(WS-LOG-NAME)
              DELIMITED BY SIZE INTO WS-LIST-TEXT
       MOVE J-ADDLISTITEM(WS-LIST-LOG, WS-LIST-TEXT) TO WS-RET
       EXIT SECTION
    END-IF
    MOVE "N" TO WS-EOF
    PERFORM UNTIL WS-EOF = "Y" OR WS-LOG-LINES >= 500
       READ RunLog
          AT END
             MOVE "Y" TO WS-EOF
          NOT AT END
             IF RunLog-record(1:19) >= WS-LOG-FROM
                AND RunLog-record(1:19) <= WS-LOG-TO
                ADD 1 TO WS-LOG-LINES
                MOVE RunLog-record TO WS-LIST-TEXT
                MOVE J-ADDLISTITEM(WS-LIST-LOG, WS-LIST-TEXT)
                  TO WS-RET
             END-IF
       END-READ
    END-PERFORM
    CLOSE RunLog

    IF WS-LOG-LINES = 0
       MOVE SPACES TO WS-LIST-TEXT
       STRING "no lines of this step in " FUNCTION TRIM(WS-LOG-NAME)
              DELIMITED BY SIZE INTO WS-LIST-TEXT
       MOVE J-ADDLISTITEM(WS-LIST-LOG, WS-LIST-TEXT) TO WS-RET
    END-IF.

*>------------------------------------------------------------------------------
*> the run-log stamp yyyy-mm-dd hh:mm:ss of a step's start / end
*>------------------------------------------------------------------------------
 BUILD-LOG-FROM SECTION.

    MOVE SPACES TO WS-LOG-FROM
    STRING WS-BAR-DATE(WS-BAR-PICKED)(1:4) "-"
           WS-BAR-DATE(WS-BAR-PICKED)(5:2) "-"
           WS-BAR-DATE(WS-BAR-PICKED)(7:2) " "
           WS-HHMMSS(1:2) ":" WS-HHMMSS(3:2) ":" WS-HHMMSS(5:2)
           DELIMITED BY SIZE INTO WS-LOG-FROM.

*>------------------------------------------------------------------------------
 BUILD-LOG-TO SECTION.
*>------------------------------------------------------------------------------

    MOVE SPACES TO WS-LOG-TO
    STRING WS-END-DATE(1:4) "-" WS-END-DATE(5:2) "-" WS-END-DATE(7:2)
           " " WS-HHMMSS(1:2) ":" WS-HHMMSS(3:2) ":" WS-HHMMSS(5:2)
           DELIMITED BY SIZE INTO WS-LOG-TO.

*>------------------------------------------------------------------------------
*> clock conversions - seconds of the day to seconds into the batch
*> day and back, and a position on the time axis
*>------------------------------------------------------------------------------
 HHMMSS-TO-SECS SECTION.

    COMPUTE WS-SECS = (WS-HHMMSS / 10000) * 3600
                    + FUNCTION MOD(WS-HHMMSS / 100, 100) * 60
                    + FUNCTION MOD(WS-HHMMSS, 100).

*>------------------------------------------------------------------------------
 SECS-TO-REL SECTION.
*>------------------------------------------------------------------------------

    COMPUTE WS-REL = WS-SECS - WS-DAYSTART-SECS
    IF WS-REL < 0
       ADD 86400 TO WS-REL
    END-IF.

*>------------------------------------------------------------------------------
 REL-TO-HHMM SECTION.
*>------------------------------------------------------------------------------

    COMPUTE WS-HHMMSS = FUNCTION MOD(WS-REL + WS-DAYSTART-SECS, 86400)
    COMPUTE WS-HH = WS-HHMMSS / 3600
    COMPUTE WS-MM = FUNCTION MOD(WS-HHMMSS, 3600) / 60
    MOVE WS-HH TO WS-HHMM-EDIT(1:2)
    MOVE ":"   TO WS-HHMM-EDIT(3:1)
    MOVE WS-MM TO WS-HHMM-EDIT(4:2).

*>------------------------------------------------------------------------------
 REL-TO-X SECTION.
*>------------------------------------------------------------------------------

    IF WS-REL < WS-SPAN-FROM
       MOVE WS-SPAN-FROM TO WS-REL
    END-IF
    IF WS-REL > WS-SPAN-TO
       MOVE WS-SPAN-TO TO WS-REL
    END-IF
    COMPUTE WS-PX = WS-PLOT-X
          + (WS-REL - WS-SPAN-FROM) * WS-PLOT-W
          / (WS-SPAN-TO - WS-SPAN-FROM).
