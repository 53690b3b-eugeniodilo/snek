              >> SOURCE FORMAT IS FREE
*>****************************************************************
*> Purpose:    Nightly job-stream driver for the GC99SNAKE batch.
*>             Opens the batch window on GC99RUNC.DAT, then runs the
*>             nightly steps in order, each through the SYSTEM
*>             routine exactly as GC99MENU launches them:
*>               01 GC99VRFY  file-set verification    limit 0
*>               02 GC99RECN  audit reconciliation     limit 4
*>               03 GC99PLAU  score plausibility audit limit 4
*>               04 GC99RPT   leaderboard              limit 0
*>               05 GC99LEAG  league standings         limit 0
*>               06 GC99CHAL  challenge standings      limit 0
*>               07 GC99XPRT  intranet export          limit 0
*>             A step whose condition code is over its limit stops
*>             the stream - a dirty GC99VRFY (8) holds everything
*>             behind it; a warning within the limit (GC99RECN
*>             exceptions, GC99PLAU suspects: 4) is noted and the
*>             stream carries on.
*> History:    every step's start, end and condition code is
*>             appended to GC99JOBH.DAT as the step ends.
*> Restart:    when the last run on the history stopped on a failed
*>             step (or was cut off part way), the next run offers to
*>             restart it AT that step under the same run id - the
*>             steps that already came back clean are not run again.
*> Window:     closed again at the end only when every step came
*>             back within its limit; after a stop it stays open, so
*>             no game starts on a file set the stream found wrong.
*>             While game sessions are registered the window is
*>             opened but no step runs - the summary says so; rerun
*>             once they drain.
*> Cond code:  RETURN-CODE 0 = all clean, 4 = warnings only,
*>             8 = the stream stopped on a failed step, or could not
*>             start for the game sessions still registered.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99JOBS.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: restart confirmation, at the console
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release - the nightly run is one command and
*>             one page to read, not seven programs and seven
*>             listings launched by hand.
*>             1.1 a night held back by registered game sessions
*>             still writes GC99JOBS.LST, saying so, instead of
*>             ending with only a console message.
*>
*> Run this at the end of the day from GC99MENU (option N) and read
*> GC99JOBS.LST; the step listings are named on it.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99JOBS.

ENVIRONMENT DIVISION.
configuration section.

input-output section.
file-control.
    *> run control - the stream owns the batch window while it runs
    select GC99RUNC-FILE assign to "GC99RUNC.DAT"
        organization is sequential
        file status is wRuncStatus.

    *> the run history - one record appended per step run
    select GC99JOBH-FILE assign to "GC99JOBH.DAT"
        organization is sequential
        file status is wJobhStatus.

    *> the one-page job summary
    select GC99PRINT-FILE assign to "GC99JOBS.LST"
        organization is line sequential
        file status is wPrintStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

FD  GC99JOBH-FILE.
COPY 'GC99JOBH.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

working-storage section.
01 wRuncStatus  pic x(2) value "00".
01 wJobhStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.
01 wAnswer      pic x(1) value space.

*> the stream's steps, in running order; the results are filled in
*> as each step ends, or from the history for a restarted run
01 wStepMax     constant as 7.
01 wStepIdx     pic 9(02) value 0.
01 STEP-TABLE.
   05 STEP-ENTRY occurs wStepMax.
      10 STP-PROGRAM    pic x(08).
      10 STP-COMMAND    pic x(30).
      10 STP-LISTING    pic x(12).
      10 STP-LIMIT      pic 9(04).
      10 STP-START-DATE pic 9(08).
      10 STP-START-TIME pic 9(06).
      10 STP-END-DATE   pic 9(08).
      10 STP-END-TIME   pic 9(06).
      10 STP-RC         pic 9(04).
      10 STP-STATUS     pic x(01).
      10 STP-EARLIER    pic x(01).

*> this run, and the last one found on the history
01 wRunDate     pic 9(08) value 0.
01 wRunTime     pic 9(06) value 0.
01 wFirstStep   pic 9(02) value 1.
01 wLastRunDate pic 9(08) value 0.
01 wLastRunTime pic 9(06) value 0.
01 wLastStepNo  pic 9(02) value 0.
01 wLastStatus  pic x(01) value space.
01 wRestartStep pic 9(02) value 0.
01 wRestarted   pic x(01) value 'N'.

*> the step being run
01 wCommand     pic x(30) value spaces.
01 wStepRc      pic s9(09) value 0.
01 wStopped     pic x(01) value 'N'.
01 wStopStep    pic 9(02) value 0.
01 wBlocked     pic x(01) value 'N'.
01 wSessions    pic 9(03) value 0.
01 wWarnings    pic 9(02) value 0.
01 wStepsRun    pic 9(02) value 0.
01 wResult      pic x(14) value spaces.

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.

*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  display '  '
  display 'GC99SNAKE - NIGHTLY JOB STREAM'
  display '  '

  perform InitializeSteps  thru InitializeSteps-Ex
  perform ReadRunHistory   thru ReadRunHistory-Ex
  perform DecideRestart    thru DecideRestart-Ex
  perform OpenBatchWindow  thru OpenBatchWindow-Ex
  if wBlocked not = 'Y'
      perform RunOneStep       thru RunOneStep-Ex
          varying wStepIdx from wFirstStep by 1
          until wStepIdx > wStepMax or wStopped = 'Y'
      perform CloseBatchWindow thru CloseBatchWindow-Ex
  end-if
  perform PrintSummary     thru PrintSummary-Ex

  *> the stream's own condition code - the SYSTEM calls left the
  *> last step's behind
  evaluate true
      when wBlocked = 'Y'  move 8 to return-code
      when wStopped = 'Y'  move 8 to return-code
      when wWarnings > 0   move 4 to return-code
      when other           move 0 to return-code
  end-evaluate
  stop run.

*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

InitializeSteps.
    initialize STEP-TABLE
    move 'GC99VRFY'     to STP-PROGRAM(1)
    move 'gc99vrfy'     to STP-COMMAND(1)
    move 'GC99VRFY.LST' to STP-LISTING(1)
    move 0              to STP-LIMIT(1)
    move 'GC99RECN'     to STP-PROGRAM(2)
    move 'gc99recn'     to STP-COMMAND(2)
    move 'GC99RECN.LST' to STP-LISTING(2)
    move 4              to STP-LIMIT(2)
    move 'GC99PLAU'     to STP-PROGRAM(3)
    move 'gc99plau'     to STP-COMMAND(3)
    move 'GC99PLAU.LST' to STP-LISTING(3)
    move 4              to STP-LIMIT(3)
    move 'GC99RPT'      to STP-PROGRAM(4)
    move 'gc99rpt'      to STP-COMMAND(4)
    move 'GC99RPT.LST'  to STP-LISTING(4)
    move 0              to STP-LIMIT(4)
    move 'GC99LEAG'     to STP-PROGRAM(5)
    move 'gc99leag'     to STP-COMMAND(5)
    move 'GC99LEAG.LST' to STP-LISTING(5)
    move 0              to STP-LIMIT(5)
    *> the challenge date goes on the command line (set at run time)
    move 'GC99CHAL'     to STP-PROGRAM(6)
    move 'gc99chal'     to STP-COMMAND(6)
    move 'GC99CHAL.LST' to STP-LISTING(6)
    move 0              to STP-LIMIT(6)
    move 'GC99XPRT'     to STP-PROGRAM(7)
    move 'gc99xprt'     to STP-COMMAND(7)
    move 'GC99XPRT.TXT' to STP-LISTING(7)
    move 0              to STP-LIMIT(7).
InitializeSteps-Ex. exit.

ReadRunHistory.
    *> the last run on the history, step by step - whatever it left
    *> behind is what a restart carries on from
    move 'N' to wEofSwitch
    open input GC99JOBH-FILE
    if wJobhStatus not = "00"
        go to ReadRunHistory-Ex
    end-if
    perform ReadOneHistory thru ReadOneHistory-Ex until AtEndOfFile
    close GC99JOBH-FILE

    *> a failed step restarts itself; a run cut off part way (the
    *> machine went down mid-stream) restarts after its last step
    evaluate true
        when wLastStepNo = 0
            continue
        when wLastStatus = 'F'
            move wLastStepNo to wRestartStep
        when wLastStepNo < wStepMax
            compute wRestartStep = wLastStepNo + 1
        when other
            continue
    end-evaluate.
ReadRunHistory-Ex. exit.

ReadOneHistory.
    read GC99JOBH-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to ReadOneHistory-Ex
    end-if

    *> a new run id starts the step results over
    if JOBH-RUN-DATE not = wLastRunDate or JOBH-RUN-TIME not = wLastRunTime
        move JOBH-RUN-DATE to wLastRunDate
        move JOBH-RUN-TIME to wLastRunTime
        perform ClearOneResult thru ClearOneResult-Ex
            varying wStepIdx from 1 by 1 until wStepIdx > wStepMax
    end-if

    *> steps are matched on program name, so the history of a stream
    *> from before a step was added still lines up
    perform FindStepOfRecord thru FindStepOfRecord-Ex
    if wStepIdx > wStepMax
        go to ReadOneHistory-Ex
    end-if
    move JOBH-START-DATE to STP-START-DATE(wStepIdx)
    move JOBH-START-TIME to STP-START-TIME(wStepIdx)
    move JOBH-END-DATE   to STP-END-DATE(wStepIdx)
    move JOBH-END-TIME   to STP-END-TIME(wStepIdx)
    move JOBH-RC         to STP-RC(wStepIdx)
    move JOBH-STATUS     to STP-STATUS(wStepIdx)
    move wStepIdx        to wLastStepNo
    move JOBH-STATUS     to wLastStatus.
ReadOneHistory-Ex. exit.

FindStepOfRecord.
    move 1 to wStepIdx.
FindStepOfRecord-Loop.
    if wStepIdx > wStepMax
        go to FindStepOfRecord-Ex
    end-if
    if STP-PROGRAM(wStepIdx) = JOBH-PROGRAM
        go to FindStepOfRecord-Ex
    end-if
    add 1 to wStepIdx
    go to FindStepOfRecord-Loop.
FindStepOfRecord-Ex. exit.

ClearOneResult.
    move 0     to STP-START-DATE(wStepIdx) STP-START-TIME(wStepIdx)
                  STP-END-DATE(wStepIdx)   STP-END-TIME(wStepIdx)
                  STP-RC(wStepIdx)
    move space to STP-STATUS(wStepIdx)
    move 'N'   to STP-EARLIER(wStepIdx).
ClearOneResult-Ex. exit.

DecideRestart.
    move function current-date(1:8) to wRunDate
    move function current-date(9:6) to wRunTime
    if wRestartStep = 0
        perform ClearOneResult thru ClearOneResult-Ex
            varying wStepIdx from 1 by 1 until wStepIdx > wStepMax
        go to DecideRestart-Ex
    end-if

    display 'The run of ' wLastRunDate ' ' wLastRunTime ' did not finish - '
            STP-PROGRAM(wRestartStep) ' is step ' wRestartStep
    if wLastStatus = 'F'
        display '(it came back with condition code ' STP-RC(wRestartStep)
                ', limit ' STP-LIMIT(wRestartStep) ')'
    end-if
    display 'Restart that run at step ' wRestartStep
            ' (Y/N, default Y; N runs every step again) : ' with no advancing
    accept wAnswer
    if wAnswer = 'N' or 'n'
        perform ClearOneResult thru ClearOneResult-Ex
            varying wStepIdx from 1 by 1 until wStepIdx > wStepMax
        go to DecideRestart-Ex
    end-if

    *> the restart carries the failed run's id on; the steps before the
    *> restart point stand as the earlier attempt left them
    move 'Y'          to wRestarted
    move wLastRunDate to wRunDate
    move wLastRunTime to wRunTime
    move wRestartStep to wFirstStep
    perform MarkOneEarlier thru MarkOneEarlier-Ex
        varying wStepIdx from 1 by 1 until wStepIdx >= wFirstStep
    perform ClearOneResult thru ClearOneResult-Ex
        varying wStepIdx from wFirstStep by 1 until wStepIdx > wStepMax.
DecideRestart-Ex. exit.

MarkOneEarlier.
    move 'Y' to STP-EARLIER(wStepIdx)
    if STP-STATUS(wStepIdx) = 'W'
        add 1 to wWarnings
    end-if.
MarkOneEarlier-Ex. exit.

OpenBatchWindow.
    *> the window goes up first either way; with games still running
    *> it is left to drain them and no step runs tonight yet
    perform ReadRunControl thru ReadRunControl-Ex
    move 'Y' to RUNC-BATCH-WINDOW
    perform WriteRunControl thru WriteRunControl-Ex
    if RUNC-SESSIONS > 0
        display '  '
        display '*** ' RUNC-SESSIONS ' game session(s) still registered - NO STEP RUN ***'
        display '*** the batch window is now open - rerun GC99JOBS once the games drain ***'
        move 'Y'           to wBlocked
        move RUNC-SESSIONS to wSessions
    end-if.
OpenBatchWindow-Ex. exit.

RunOneStep.
    move STP-COMMAND(wStepIdx) to wCommand
    if STP-PROGRAM(wStepIdx) = 'GC99CHAL'
        *> the run's own date, so a restart the morning after still
        *> reports the night it belongs to
        move spaces to wCommand
        string STP-COMMAND(wStepIdx) delimited by space
               ' ' wRunDate delimited by size into wCommand
    end-if

    display '  '
    display 'Step ' wStepIdx ' ' STP-PROGRAM(wStepIdx) ' starting ...'
    move function current-date(1:8) to STP-START-DATE(wStepIdx)
    move function current-date(9:6) to STP-START-TIME(wStepIdx)
    move 0 to return-code
    call "SYSTEM" using wCommand
         on exception
             move 9999 to return-code
    end-call
    move return-code to wStepRc
    *> on a POSIX host the SYSTEM routine hands back the raw wait
    *> status, the program's exit code in its high byte
    if wStepRc > 255
        and function mod(wStepRc, 256) = 0
        divide 256 into wStepRc
    end-if
    move function current-date(1:8) to STP-END-DATE(wStepIdx)
    move function current-date(9:6) to STP-END-TIME(wStepIdx)
    add 1 to wStepsRun

    *> a program that could not be launched at all comes back
    *> negative or huge - either way it is over any limit
    if wStepRc < 0 or wStepRc > 9999
        move 9999 to STP-RC(wStepIdx)
    else
        move wStepRc to STP-RC(wStepIdx)
    end-if
    evaluate true
        when STP-RC(wStepIdx) = 0
            move 'C' to STP-STATUS(wStepIdx)
        when STP-RC(wStepIdx) not > STP-LIMIT(wStepIdx)
            move 'W' to STP-STATUS(wStepIdx)
            add 1 to wWarnings
        when other
            move 'F' to STP-STATUS(wStepIdx)
            move 'Y' to wStopped
            move wStepIdx to wStopStep
    end-evaluate

    perform WriteStepHistory thru WriteStepHistory-Ex
    display 'Step ' wStepIdx ' ' STP-PROGRAM(wStepIdx)
            ' ended, condition code ' STP-RC(wStepIdx)
            ' (limit ' STP-LIMIT(wStepIdx) ')'.
RunOneStep-Ex. exit.

WriteStepHistory.
    move wRunDate                to JOBH-RUN-DATE
    move wRunTime                to JOBH-RUN-TIME
    move wStepIdx                to JOBH-STEP-NO
    move STP-PROGRAM(wStepIdx)    to JOBH-PROGRAM
    move STP-START-DATE(wStepIdx) to JOBH-START-DATE
    move STP-START-TIME(wStepIdx) to JOBH-START-TIME
    move STP-END-DATE(wStepIdx)   to JOBH-END-DATE
    move STP-END-TIME(wStepIdx)   to JOBH-END-TIME
    move STP-RC(wStepIdx)         to JOBH-RC
    move STP-LIMIT(wStepIdx)      to JOBH-RC-LIMIT
    move STP-STATUS(wStepIdx)     to JOBH-STATUS

    open extend GC99JOBH-FILE
    if wJobhStatus = "05" or wJobhStatus = "35"
        open output GC99JOBH-FILE
        close GC99JOBH-FILE
        open extend GC99JOBH-FILE
    end-if
    if wJobhStatus not = "00"
        display '*** unable to write the run history, status ' wJobhStatus ' ***'
        display '*** a rerun will not know this step ran ***'
    else
        write GC99JOBH-REC
        close GC99JOBH-FILE
    end-if.
WriteStepHistory-Ex. exit.

CloseBatchWindow.
    *> re-read first - the steps stamp their own runs on the record
    if wStopped = 'Y'
        display '  '
        display '*** stream STOPPED at step ' wStopStep ' ' STP-PROGRAM(wStopStep)
                ' - batch window left OPEN ***'
        display '*** read ' STP-LISTING(wStopStep)
                ', put it right and rerun GC99JOBS to restart there ***'
        go to CloseBatchWindow-Ex
    end-if
    perform ReadRunControl thru ReadRunControl-Ex
    move 'N' to RUNC-BATCH-WINDOW
    perform WriteRunControl thru WriteRunControl-Ex
    display '  '
    display 'Stream complete - batch window CLOSED, games may start again.'.
CloseBatchWindow-Ex. exit.

PrintSummary.
    move function current-date(1:8) to wReportDate
    move wReportDate                to wReportDateEdit
    open output GC99PRINT-FILE
    move "GC99SNAKE  -  NIGHTLY JOB STREAM SUMMARY" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Run date: " wReportDateEdit delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    if wRestarted = 'Y'
        string "Run id .......................: " wRunDate " " wRunTime
               "  (restarted at step " wFirstStep ")"
            delimited by size into PRINT-LINE
    else
        string "Run id .......................: " wRunDate " " wRunTime
            delimited by size into PRINT-LINE
    end-if
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE

    move "ST PROGRAM  STARTED         ENDED  RC   LIM RESULT         LISTING" to PRINT-LINE
    write PRINT-LINE
    move "-- -------- --------------- ------ ---- --- -------------- ------------" to PRINT-LINE
    write PRINT-LINE
    perform PrintOneStep thru PrintOneStep-Ex
        varying wStepIdx from 1 by 1 until wStepIdx > wStepMax

    move spaces to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    if wBlocked = 'Y'
        string "Stream result ................: WINDOW OPEN, " wSessions
               " session(s) registered, no step run" delimited by size into PRINT-LINE
        write PRINT-LINE
        move "Batch window .................: LEFT OPEN - rerun GC99JOBS once the games drain" to PRINT-LINE
        write PRINT-LINE
        go to PrintSummary-Steps
    end-if
    if wStopped = 'Y'
        string "Stream result ................: STOPPED at step " wStopStep
               " " STP-PROGRAM(wStopStep) delimited by size into PRINT-LINE
        write PRINT-LINE
        move "Batch window .................: LEFT OPEN - rerun GC99JOBS to restart" to PRINT-LINE
    else
        if wWarnings > 0
            string "Stream result ................: COMPLETE with " wWarnings
                   " warning step(s)" delimited by size into PRINT-LINE
        else
            move "Stream result ................: COMPLETE - every step clean" to PRINT-LINE
        end-if
        write PRINT-LINE
        move "Batch window .................: CLOSED" to PRINT-LINE
    end-if
    write PRINT-LINE.
PrintSummary-Steps.
    move spaces to PRINT-LINE
    string "Steps run this time ..........: " wStepsRun
        delimited by size into PRINT-LINE
    write PRINT-LINE
    close GC99PRINT-FILE
    display '  '
    display 'Job summary on GC99JOBS.LST'.
PrintSummary-Ex. exit.

PrintOneStep.
    evaluate true
        when STP-STATUS(wStepIdx) = space
            move 'NOT RUN'        to wResult
        when STP-EARLIER(wStepIdx) = 'Y' and STP-STATUS(wStepIdx) = 'W'
            move 'WARN-EARLIER'   to wResult
        when STP-EARLIER(wStepIdx) = 'Y'
            move 'CLEAN-EARLIER'  to wResult
        when STP-STATUS(wStepIdx) = 'C'
            move 'CLEAN'          to wResult
        when STP-STATUS(wStepIdx) = 'W'
            move 'WARNING'        to wResult
        when other
            move 'FAILED - STOP'  to wResult
    end-evaluate
    move spaces to PRINT-LINE
    if STP-STATUS(wStepIdx) = space
        string wStepIdx " " STP-PROGRAM(wStepIdx)
               "                                 "
               wResult " " STP-LISTING(wStepIdx)
            delimited by size into PRINT-LINE
    else
        string wStepIdx " " STP-PROGRAM(wStepIdx) " "
               STP-START-DATE(wStepIdx) " " STP-START-TIME(wStepIdx) " "
               STP-END-TIME(wStepIdx) " "
               STP-RC(wStepIdx) " " STP-LIMIT(wStepIdx)(2:3) " "
               wResult " " STP-LISTING(wStepIdx)
            delimited by size into PRINT-LINE
    end-if
    write PRINT-LINE.
PrintOneStep-Ex. exit.

ReadRunControl.
    *> single-record file, absent = defaults (no window, no sessions)
    initialize GC99RUNC-REC
    move 'N' to RUNC-BATCH-WINDOW
    open input GC99RUNC-FILE
    if wRuncStatus not = "00"
        go to ReadRunControl-Ex
    end-if
    read GC99RUNC-FILE
        at end continue
    end-read
    close GC99RUNC-FILE.
ReadRunControl-Ex. exit.

WriteRunControl.
    open output GC99RUNC-FILE
    if wRuncStatus not = "00"
        display '*** unable to write run control, status ' wRuncStatus ' ***'
        go to WriteRunControl-Ex
    end-if
    write GC99RUNC-REC
    close GC99RUNC-FILE.
WriteRunControl-Ex. exit.

End program GC99JOBS.
