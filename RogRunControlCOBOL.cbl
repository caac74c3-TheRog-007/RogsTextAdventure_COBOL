      ******************************************************************
      * Author: Roger Williams
      * Date:   15/10/2026
      * Purpose:End-of-day run controller for ROGsTextAdventureCOBOL
      *
      *the nightly close is three jobs that MUST run in this order:
      *
      *  1 ANALYTICS   RogPlayStatsCOBOL    - digests the day's
      *                                       transcripts
      *  2 SWEEP       RogSessionSweepCOBOL - archives and DELETES
      *                                       those transcripts
      *  3 LEDGERMERGE RogLedgerMergeCOBOL  - builds the combined
      *                                       hall of fame
      *
      *this job runs them one after another and appends one record
      *per step to RUNCONTROL_COBOL.TXT - the run date, step, start
      *and end time, completion status and the step's return code.
      *a step that fails stops the run there; run this job again once
      *it is fixed and every step already DONE for the run date is
      *skipped, so the run restarts at the failed step. the sweep is
      *refused outright unless the analytics step has completed for
      *the same date - the transcripts it deletes are the analytics
      *input.
      *
      *the run date is today's date, except that when the latest date
      *in RUNCONTROL_COBOL.TXT still has a step not DONE that close is
      *resumed first - so a rerun after midnight carries on with the
      *failed close rather than starting a new one. the optional
      *ROGADVENTURERUNDATE environment variable (YYYYMMDD) names the
      *run date outright.
      *
      *a one-page run log for the morning hand-over goes to the
      *console AND RUNLOG_COBOL.TXT
      *
      *the steps are run as compiled programs by name - set the
      *optional ROGADVENTUREBIN environment variable to the directory
      *holding them (with its trailing separator, e.g. ./) when they
      *are not on the PATH; ROGADVENTUREPATH is passed on untouched
      *so every step works on the same data files
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROGsRunControlCOBOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *define data files and access - ASSIGN TO DYNAMIC for the same
      *reason as the game, the names are built at runtime
       FILE-CONTROL.
           SELECT FILE-RUNCONTROL ASSIGN TO DYNAMIC
             STR-RUNCONTROLNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-RUNCONTROLFILESTATUS.

           SELECT FILE-RUNLOG ASSIGN TO DYNAMIC
             STR-RUNLOGNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-RUNLOGFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define one run control record - one per step attempted,
      *times are HHMMSS, status is DONE, FAILED or REFUSED
       FD FILE-RUNCONTROL.
           01 REC-RUNCONTROL.
              05 STR-RUNDATE PIC X(8).
              05 FILLER PIC X.
              05 INT-RUNSTEP PIC 9.
              05 FILLER PIC X.
              05 STR-RUNSTEPNAME PIC X(12).
              05 FILLER PIC X.
              05 STR-RUNSTART PIC X(6).
              05 FILLER PIC X.
              05 STR-RUNEND PIC X(6).
              05 FILLER PIC X.
              05 STR-RUNSTATUS PIC X(8).
              05 FILLER PIC X.
              05 INT-RUNRC PIC 9(5).

      *define one report line written to RUNLOG_COBOL.TXT
       FD FILE-RUNLOG.
           01 REC-RUNLOG PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
           77 STR-PROGRAMPATH PIC X(200) VALUE SPACES.
           77 STR-RUNCONTROLNAME PIC X(200)
             VALUE "RUNCONTROL_COBOL.TXT".
           77 STR-RUNCONTROLFILESTATUS PIC XX VALUE SPACES.
           77 STR-RUNLOGNAME PIC X(200) VALUE "RUNLOG_COBOL.TXT".
           77 STR-RUNLOGFILESTATUS PIC XX VALUE SPACES.
      *    scratch vars used by 0503-BUILDFULLPATH
           77 STR-BAREFILENAME PIC X(60) VALUE SPACES.
           77 STR-FULLFILENAME PIC X(200) VALUE SPACES.

      *    the steps of the nightly close, in the order they run
       01 LST-STEPS-INTERNAL.
         05 FILLER PIC X(12) VALUE "ANALYTICS".
         05 FILLER PIC X(40) VALUE "RogPlayStatsCOBOL".
         05 FILLER PIC X(12) VALUE "SWEEP".
         05 FILLER PIC X(40) VALUE "RogSessionSweepCOBOL".
         05 FILLER PIC X(12) VALUE "LEDGERMERGE".
         05 FILLER PIC X(40) VALUE "RogLedgerMergeCOBOL".
      *    this bit allows programmatic acces to the table values
       01 LST-STEPS-REDEF REDEFINES LST-STEPS-INTERNAL.
         05 REC-STEPDEF OCCURS 3 TIMES.
           07 STR-STEPNAME PIC X(12).
           07 STR-STEPPROGRAM PIC X(40).
       77 INT-NUMSTEPS PIC 9 VALUE 3.

      *    what today's run control records say about each step -
      *    the latest status wins, spaces means not tried yet today
           01 REC-STEPSTATE-INTERNAL.
            03 REC-STEPSTATE OCCURS 3 TIMES.
              05 STR-STEPSTATUS PIC X(8) VALUE SPACES.
              05 INT-STEPATTEMPTS PIC 99 VALUE ZEROS.

      *    the business date this run closes, and the clock
           77 STR-CONTROLDATE PIC X(8) VALUE SPACES.
      *    run date given in ROGADVENTURERUNDATE, today's date, and
      *    the latest date the run control file holds - see
      *    0050-CHOOSERUNDATE
           77 STR-RUNDATEOVERRIDE PIC X(8) VALUE SPACES.
           77 STR-TODAYDATE PIC X(8) VALUE SPACES.
           77 STR-LASTRUNDATE PIC X(8) VALUE SPACES.
           77 INT-RUNDATEDAY PIC 9(7) VALUE ZEROS.
      *    how many steps stand DONE for the date just loaded
           77 INT-STEPSDONE PIC 9 VALUE ZERO.
           77 STR-TIMENOW PIC X(8) VALUE SPACES.
      *    the step being run, its start time and its return code
           77 INT-CURSTEP PIC 9 VALUE ZERO.
           77 STR-STEPSTART PIC X(6) VALUE SPACES.
           77 INT-STEPRC PIC 9(5) VALUE ZEROS.
      *    the command line handed to the operating system
           77 STR-COMMAND PIC X(250) VALUE SPACES.
      *    "Y" once a step has failed or been refused - no later
      *    step may run
           77 BLN-RUNSTOPPED PIC X VALUE "N".
      *    how many steps this run actually started
           77 INT-STEPSRUN PIC 9 VALUE ZERO.
      *    how many run control records were listed in the run log
           77 INT-LOGLINES PIC 999 VALUE ZEROS.

      *    scratch vars used by 0504-EDITTIME
           77 STR-TIMERAW PIC X(6) VALUE SPACES.
           77 STR-TIMEEDIT PIC X(8) VALUE SPACES.

      *    report line being built
           77 STR-REPORTLINE PIC X(80) VALUE SPACES.
      *    "Y" while the run log file opened ok and can be written
           77 BLN-REPORTOPEN PIC X VALUE "N".

      *    handle EOF for each input file
           77 ENDOFCONTROLFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    work out where the data files and the step programs live
      *    before opening or running any of them
           PERFORM 0012-SETFILEPATHS.

           DISPLAY "ROGs Text Adventure - End-of-Day Run Control".
           DISPLAY "============================================".

           MOVE "RUNCONTROL_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RUNCONTROLNAME.

           MOVE "RUNLOG_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RUNLOGNAME.

      *    which close is this - the date given, an unfinished
      *    close still to resume, or today's
           PERFORM 0050-CHOOSERUNDATE.
           IF STR-CONTROLDATE EQUAL TO SPACES THEN
              DISPLAY "ERROR: ROGADVENTURERUNDATE "
                      STR-RUNDATEOVERRIDE
                      " is not a valid YYYYMMDD date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    what has already been done for the run date?
           PERFORM 0100-LOADRUNCONTROL.

      *    run the steps in order, skipping any already DONE for
      *    the run date
           MOVE 1 TO INT-CURSTEP.
           PERFORM 0200-RUNONESTEP TEST AFTER
                   UNTIL INT-CURSTEP GREATER THAN INT-NUMSTEPS.

           IF INT-STEPSRUN EQUAL TO ZERO AND
              BLN-RUNSTOPPED EQUAL TO "N" THEN
              DISPLAY "Every step already completed for "
                      STR-CONTROLDATE " - nothing to run."
           END-IF.

      *    the hand-over log, rebuilt from the run control file so
      *    it covers every attempt made for the run date, not just
      *    this one
           PERFORM 0300-WRITERUNLOG.

      *    tell whatever scheduled this job whether the close is
      *    complete - the last step's return code is still in
      *    RETURN-CODE otherwise
           IF BLN-RUNSTOPPED EQUAL TO "Y" THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    ***other paragraphs**************

       0050-CHOOSERUNDATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    sets STR-CONTROLDATE - ROGADVENTURERUNDATE when given
      *    (left as spaces when it is not a real date), else the
      *    latest earlier date in the run control file while any of
      *    its steps is not DONE, else today; only the latest date
      *    is ever resumed, so an abandoned close does not hold up
      *    every night after it
           MOVE SPACES TO STR-CONTROLDATE.
           ACCEPT STR-TODAYDATE FROM DATE YYYYMMDD.

           IF STR-RUNDATEOVERRIDE NOT EQUAL TO SPACES THEN
              MOVE ZERO TO INT-RUNDATEDAY
              IF STR-RUNDATEOVERRIDE IS NUMERIC THEN
                 COMPUTE INT-RUNDATEDAY =
                         FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(STR-RUNDATEOVERRIDE))
              END-IF
              IF INT-RUNDATEDAY NOT EQUAL TO ZERO THEN
                 MOVE STR-RUNDATEOVERRIDE TO STR-CONTROLDATE
                 DISPLAY "Run date " STR-CONTROLDATE
                         " taken from ROGADVENTURERUNDATE"
              END-IF
           ELSE
              MOVE STR-TODAYDATE TO STR-CONTROLDATE
              PERFORM 0060-FINDLASTRUNDATE
              IF STR-LASTRUNDATE NOT EQUAL TO SPACES AND
                 STR-LASTRUNDATE LESS THAN STR-TODAYDATE THEN
                 MOVE STR-LASTRUNDATE TO STR-CONTROLDATE
                 PERFORM 0100-LOADRUNCONTROL
                 MOVE ZERO TO INT-STEPSDONE
                 MOVE 1 TO INT-CURSTEP
                 PERFORM 0070-COUNTSTEPDONE TEST AFTER
                         UNTIL INT-CURSTEP GREATER THAN INT-NUMSTEPS
                 IF INT-STEPSDONE LESS THAN INT-NUMSTEPS THEN
                    DISPLAY "Resuming the unfinished close of "
                            STR-CONTROLDATE
                            " - rerun afterwards for today's close"
                 ELSE
                    MOVE STR-TODAYDATE TO STR-CONTROLDATE
                 END-IF
      *          the main line loads the step table afresh for
      *          whichever date was chosen
                 INITIALIZE REC-STEPSTATE-INTERNAL
              END-IF
           END-IF.

       0060-FINDLASTRUNDATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0050-CHOOSERUNDATE - leaves in STR-LASTRUNDATE
      *    the latest run date in the run control file that is not
      *    after today, spaces when there is none
           MOVE SPACES TO STR-LASTRUNDATE.
           OPEN INPUT FILE-RUNCONTROL.
           IF STR-RUNCONTROLFILESTATUS EQUAL TO "00" THEN
              MOVE 0 TO ENDOFCONTROLFILE
              READ FILE-RUNCONTROL
                    AT END MOVE 1 TO ENDOFCONTROLFILE
              END-READ
              PERFORM 0061-CHECKONERUNDATE TEST AFTER
                      UNTIL ENDOFCONTROLFILE EQUAL TO 1
              CLOSE FILE-RUNCONTROL
           END-IF.

       0061-CHECKONERUNDATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0060-FINDLASTRUNDATE - notes the run
      *    control record already read, then reads ahead for the
      *    next one
           IF ENDOFCONTROLFILE NOT EQUAL TO 1 THEN
              IF STR-RUNDATE IS NUMERIC AND
                 STR-RUNDATE NOT GREATER THAN STR-TODAYDATE AND
                 STR-RUNDATE GREATER THAN STR-LASTRUNDATE THEN
                 MOVE STR-RUNDATE TO STR-LASTRUNDATE
              END-IF
              READ FILE-RUNCONTROL
                    AT END MOVE 1 TO ENDOFCONTROLFILE
              END-READ
           END-IF.

       0070-COUNTSTEPDONE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0050-CHOOSERUNDATE
           IF STR-STEPSTATUS(INT-CURSTEP) EQUAL TO "DONE" THEN
              ADD 1 TO INT-STEPSDONE
           END-IF.
           ADD 1 TO INT-CURSTEP.

       0100-LOADRUNCONTROL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the run control file and notes, for the run date
      *    only, the latest status and the number of attempts of
      *    each step - no file yet just means nothing has run
           OPEN INPUT FILE-RUNCONTROL.
           IF STR-RUNCONTROLFILESTATUS EQUAL TO "00" THEN
              MOVE 0 TO ENDOFCONTROLFILE
              READ FILE-RUNCONTROL
                    AT END MOVE 1 TO ENDOFCONTROLFILE
              END-READ
              PERFORM 0110-LOADCONTROLLINE TEST AFTER
                      UNTIL ENDOFCONTROLFILE EQUAL TO 1
              CLOSE FILE-RUNCONTROL
           END-IF.

       0110-LOADCONTROLLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0100-LOADRUNCONTROL - notes the run
      *    control record already read, then reads ahead for the
      *    next one; other dates and hand-damaged step numbers are
      *    passed over
           IF ENDOFCONTROLFILE NOT EQUAL TO 1 THEN
              IF STR-RUNDATE EQUAL TO STR-CONTROLDATE AND
                 INT-RUNSTEP IS NUMERIC THEN
                 IF INT-RUNSTEP GREATER THAN ZERO AND
                    INT-RUNSTEP NOT GREATER THAN INT-NUMSTEPS THEN
                    MOVE STR-RUNSTATUS TO STR-STEPSTATUS(INT-RUNSTEP)
                    ADD 1 TO INT-STEPATTEMPTS(INT-RUNSTEP)
                 END-IF
              END-IF
              READ FILE-RUNCONTROL
                    AT END MOVE 1 TO ENDOFCONTROLFILE
              END-READ
           END-IF.

       0200-RUNONESTEP.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by MAIN-PROCEDURE - decides whether
      *    step INT-CURSTEP is skipped, refused or run
           IF BLN-RUNSTOPPED EQUAL TO "N" THEN
              IF STR-STEPSTATUS(INT-CURSTEP) EQUAL TO "DONE" THEN
                 DISPLAY "Step " INT-CURSTEP " "
                         FUNCTION TRIM(STR-STEPNAME(INT-CURSTEP))
                         " already completed for "
                         STR-CONTROLDATE " - skipped"
              ELSE
      *          the sweep deletes the transcripts the analytics
      *          read - never let it go first
                 IF STR-STEPNAME(INT-CURSTEP) EQUAL TO "SWEEP" AND
                    STR-STEPSTATUS(1) NOT EQUAL TO "DONE" THEN
                    PERFORM 0220-REFUSESTEP
                 ELSE
                    PERFORM 0210-EXECUTESTEP
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-CURSTEP.

       0210-EXECUTESTEP.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0200-RUNONESTEP - runs the step's program,
      *    waits for it and records how it ended; any non-zero
      *    return code is a failure and stops the run
           ACCEPT STR-TIMENOW FROM TIME.
           MOVE STR-TIMENOW(1:6) TO STR-STEPSTART.

           IF STR-PROGRAMPATH EQUAL TO SPACES THEN
              MOVE STR-STEPPROGRAM(INT-CURSTEP) TO STR-COMMAND
           ELSE
              MOVE SPACES TO STR-COMMAND
              STRING FUNCTION TRIM(STR-PROGRAMPATH) DELIMITED BY SIZE
                     FUNCTION TRIM(STR-STEPPROGRAM(INT-CURSTEP))
                        DELIMITED BY SIZE
                     INTO STR-COMMAND
              END-STRING
           END-IF.

           DISPLAY SPACES.
           DISPLAY ">>> Step " INT-CURSTEP " "
                   FUNCTION TRIM(STR-STEPNAME(INT-CURSTEP))
                   " - " FUNCTION TRIM(STR-COMMAND).
           ADD 1 TO INT-STEPSRUN.

           CALL "SYSTEM" USING STR-COMMAND.
           MOVE RETURN-CODE TO INT-STEPRC.

           ACCEPT STR-TIMENOW FROM TIME.
           MOVE SPACES TO REC-RUNCONTROL.
           MOVE STR-CONTROLDATE TO STR-RUNDATE.
           MOVE INT-CURSTEP TO INT-RUNSTEP.
           MOVE STR-STEPNAME(INT-CURSTEP) TO STR-RUNSTEPNAME.
           MOVE STR-STEPSTART TO STR-RUNSTART.
           MOVE STR-TIMENOW(1:6) TO STR-RUNEND.
           MOVE INT-STEPRC TO INT-RUNRC.
           IF RETURN-CODE EQUAL TO ZERO THEN
              MOVE "DONE" TO STR-RUNSTATUS
           ELSE
              MOVE "FAILED" TO STR-RUNSTATUS
              MOVE "Y" TO BLN-RUNSTOPPED
           END-IF.
           PERFORM 0230-WRITECONTROLRECORD.

           DISPLAY "<<< Step " INT-CURSTEP " "
                   FUNCTION TRIM(STR-STEPNAME(INT-CURSTEP))
                   " " FUNCTION TRIM(STR-RUNSTATUS)
                   " return code " INT-STEPRC.

       0220-REFUSESTEP.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0200-RUNONESTEP when a step's precondition is
      *    not met - the refusal is recorded like any other attempt
      *    and the run stops
           ACCEPT STR-TIMENOW FROM TIME.
           MOVE SPACES TO REC-RUNCONTROL.
           MOVE STR-CONTROLDATE TO STR-RUNDATE.
           MOVE INT-CURSTEP TO INT-RUNSTEP.
           MOVE STR-STEPNAME(INT-CURSTEP) TO STR-RUNSTEPNAME.
           MOVE STR-TIMENOW(1:6) TO STR-RUNSTART.
           MOVE STR-TIMENOW(1:6) TO STR-RUNEND.
           MOVE ZERO TO INT-RUNRC.
           MOVE "REFUSED" TO STR-RUNSTATUS.
           MOVE "Y" TO BLN-RUNSTOPPED.
           PERFORM 0230-WRITECONTROLRECORD.

           DISPLAY "Step " INT-CURSTEP " "
                   FUNCTION TRIM(STR-STEPNAME(INT-CURSTEP))
                   " REFUSED - analytics has not completed for "
                   STR-CONTROLDATE.

       0230-WRITECONTROLRECORD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0210-EXECUTESTEP and 0220-REFUSESTEP - appends
      *    REC-RUNCONTROL to the run control file, creating it on
      *    the first run ever, and keeps the step table in step
           OPEN EXTEND FILE-RUNCONTROL.
           IF STR-RUNCONTROLFILESTATUS EQUAL TO "35" THEN
              OPEN OUTPUT FILE-RUNCONTROL
           END-IF.
           IF STR-RUNCONTROLFILESTATUS EQUAL TO "00" THEN
              WRITE REC-RUNCONTROL
              CLOSE FILE-RUNCONTROL
           ELSE
      *       without the record a rerun would repeat this step -
      *       stop now rather than risk a second sweep
              DISPLAY "CANNOT OPEN "
                      FUNCTION TRIM(STR-RUNCONTROLNAME)
                      " STATUS " STR-RUNCONTROLFILESTATUS
              MOVE "Y" TO BLN-RUNSTOPPED
           END-IF.
           MOVE STR-RUNSTATUS TO STR-STEPSTATUS(INT-CURSTEP).
           ADD 1 TO INT-STEPATTEMPTS(INT-CURSTEP).

       0300-WRITERUNLOG.
      *    Created 15/10/2026 By Roger Williams
      *
      *    writes the one-page hand-over log - every step attempt
      *    recorded for the run date, where each step now stands
      *    and what the operator has to do next
           OPEN OUTPUT FILE-RUNLOG.
           IF STR-RUNLOGFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-REPORTOPEN
           ELSE
              DISPLAY "WARNING: could not open the run log "
                      "file, output goes to the console only"
           END-IF.

           DISPLAY SPACES.
           MOVE "ROGs Text Adventure - End-of-Day Run Log"
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           ACCEPT STR-TIMENOW FROM TIME.
           MOVE STR-TIMENOW(1:6) TO STR-TIMERAW.
           PERFORM 0504-EDITTIME.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Run date " DELIMITED BY SIZE
                  STR-CONTROLDATE DELIMITED BY SIZE
                  "   printed " DELIMITED BY SIZE
                  STR-TIMEEDIT DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE "Attempts for this run date:" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "  Step Name          Start     End       Status   RC"
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ZERO TO INT-LOGLINES.
           OPEN INPUT FILE-RUNCONTROL.
           IF STR-RUNCONTROLFILESTATUS EQUAL TO "00" THEN
              MOVE 0 TO ENDOFCONTROLFILE
              READ FILE-RUNCONTROL
                    AT END MOVE 1 TO ENDOFCONTROLFILE
              END-READ
              PERFORM 0310-LOGCONTROLLINE TEST AFTER
                      UNTIL ENDOFCONTROLFILE EQUAL TO 1
              CLOSE FILE-RUNCONTROL
           END-IF.
           IF INT-LOGLINES EQUAL TO ZERO THEN
              MOVE "  (none)" TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Where each step stands:" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE 1 TO INT-CURSTEP.
           PERFORM 0320-LOGSTEPSTATE TEST AFTER
                   UNTIL INT-CURSTEP GREATER THAN INT-NUMSTEPS.

           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           IF BLN-RUNSTOPPED EQUAL TO "Y" THEN
              MOVE
              "Verdict: RUN STOPPED - fix the failed step and rerun"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
              MOVE "         completed steps are skipped on the rerun"
                 TO STR-REPORTLINE
           ELSE
              MOVE "Verdict: end-of-day close complete"
                 TO STR-REPORTLINE
           END-IF.
           PERFORM 0600-EMITLINE.

           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              CLOSE FILE-RUNLOG
              DISPLAY "Run log written to "
                      FUNCTION TRIM(STR-RUNLOGNAME)
           END-IF.

       0310-LOGCONTROLLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-WRITERUNLOG - lists the run
      *    control record already read when it belongs to the run
      *    date, then reads ahead for the next one
           IF ENDOFCONTROLFILE NOT EQUAL TO 1 THEN
              IF STR-RUNDATE EQUAL TO STR-CONTROLDATE THEN
                 ADD 1 TO INT-LOGLINES
                 MOVE SPACES TO STR-REPORTLINE
                 MOVE INT-RUNSTEP TO STR-REPORTLINE(5:1)
                 MOVE STR-RUNSTEPNAME TO STR-REPORTLINE(8:12)
                 MOVE STR-RUNSTART TO STR-TIMERAW
                 PERFORM 0504-EDITTIME
                 MOVE STR-TIMEEDIT TO STR-REPORTLINE(22:8)
                 MOVE STR-RUNEND TO STR-TIMERAW
                 PERFORM 0504-EDITTIME
                 MOVE STR-TIMEEDIT TO STR-REPORTLINE(32:8)
                 MOVE STR-RUNSTATUS TO STR-REPORTLINE(42:8)
                 MOVE INT-RUNRC TO STR-REPORTLINE(51:5)
                 PERFORM 0600-EMITLINE
              END-IF
              READ FILE-RUNCONTROL
                    AT END MOVE 1 TO ENDOFCONTROLFILE
              END-READ
           END-IF.

       0320-LOGSTEPSTATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-WRITERUNLOG - one line per step
      *    giving its latest status for the run date and how often
      *    it was tried
           MOVE SPACES TO STR-REPORTLINE.
           STRING "  " DELIMITED BY SIZE
                  INT-CURSTEP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STR-STEPNAME(INT-CURSTEP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STR-STEPPROGRAM(INT-CURSTEP)(1:22) DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           IF STR-STEPSTATUS(INT-CURSTEP) EQUAL TO SPACES THEN
              MOVE "NOT RUN" TO STR-REPORTLINE(42:8)
           ELSE
              MOVE STR-STEPSTATUS(INT-CURSTEP) TO STR-REPORTLINE(42:8)
              MOVE INT-STEPATTEMPTS(INT-CURSTEP)
                 TO STR-REPORTLINE(51:2)
              MOVE "attempt(s)" TO STR-REPORTLINE(54:10)
           END-IF.
           PERFORM 0600-EMITLINE.
           ADD 1 TO INT-CURSTEP.

      *    custom functions

       0012-SETFILEPATHS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional ROGADVENTUREPATH environment variable,
      *    exactly as the game does, so the run control file sits
      *    with the data the steps work on - and ROGADVENTUREBIN,
      *    where the step programs are
      *    Modified 15/10/2026 By Roger Williams - and the optional
      *    ROGADVENTURERUNDATE naming the close to run
           MOVE SPACES TO STR-PROJECTPATH.
           ACCEPT STR-PROJECTPATH FROM ENVIRONMENT "ROGADVENTUREPATH".
           MOVE SPACES TO STR-PROGRAMPATH.
           ACCEPT STR-PROGRAMPATH FROM ENVIRONMENT "ROGADVENTUREBIN".
           MOVE SPACES TO STR-RUNDATEOVERRIDE.
           ACCEPT STR-RUNDATEOVERRIDE
              FROM ENVIRONMENT "ROGADVENTURERUNDATE".

       0503-BUILDFULLPATH.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - joins STR-PROJECTPATH and
      *    STR-BAREFILENAME into STR-FULLFILENAME, same as the
      *    game's paragraph of the same name
           IF STR-PROJECTPATH EQUAL TO SPACES THEN
              MOVE STR-BAREFILENAME TO STR-FULLFILENAME
           ELSE
              MOVE SPACES TO STR-FULLFILENAME
              STRING FUNCTION TRIM(STR-PROJECTPATH) DELIMITED BY SIZE
                     FUNCTION TRIM(STR-BAREFILENAME)
                        DELIMITED BY SIZE
                     INTO STR-FULLFILENAME
              END-STRING
           END-IF.

       0504-EDITTIME.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - turns the HHMMSS time in STR-TIMERAW
      *    into HH:MM:SS in STR-TIMEEDIT
           MOVE SPACES TO STR-TIMEEDIT.
           STRING STR-TIMERAW(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STR-TIMERAW(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STR-TIMERAW(5:2) DELIMITED BY SIZE
                  INTO STR-TIMEEDIT
           END-STRING.

       0600-EMITLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sends STR-REPORTLINE to the console and
      *    (when it opened ok) the run log file
           DISPLAY STR-REPORTLINE.
           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              MOVE STR-REPORTLINE TO REC-RUNLOG
              WRITE REC-RUNLOG
           END-IF.

       END PROGRAM ROGsRunControlCOBOL.
