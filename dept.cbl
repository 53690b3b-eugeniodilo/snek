              >> SOURCE FORMAT IS FREE
*>****************************************************************
*> Purpose:    Department inter-team standings for the monthly
*>             department contest. Joins every game of the chosen
*>             month - off the live history GC99HISC.DAT AND the
*>             archive GC99HARC.DAT, so a month GC99ARCH has purged
*>             still reports in full - to the player's department on
*>             the player master GC99PLYR.DAT, and prints games,
*>             points, average and points per head for every
*>             department, ranked on points per head so a small team
*>             competes on equal terms with a large one. Under each
*>             department its top three contributors are listed, and
*>             the movement column compares each department's rank
*>             with its rank in the month before.
*> Heads:      a department's head count is its active players on the
*>             master; a department whose players are all deactivated
*>             is divided over everyone on file under it instead. The
*>             games of a deactivated player still count for the
*>             department on the master.
*> Unassigned: games by initials with no master record, or with no
*>             department keyed on GC99PMNT, cannot be credited to a
*>             team; they are counted on the run counts, not ranked.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99DEPT.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: the contest month YYYYMM on the command line; without
*>             one it is asked for at the console (blank = last month)
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release - department standings, top three
*>             contributors and month-on-month movement spooled to
*>             GC99DEPT.LST. The contest spreadsheet is retired.
*>             1.1 shop parameters: the demo initials are read from
*>             GC99PARM.DAT, and the parameters in force head the
*>             report.
*>
*> Run this once a month has closed, e.g.  gc99dept 202609
*> Demo/soak games (the reserved DMO initials), scores GC99PLAU has
*> put in suspense (pending, or voided on GC99SMNT) and provisional
*> scores recovered by GC99RCVR (game type 'R') never count.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99DEPT.

ENVIRONMENT DIVISION.
configuration section.

input-output section.
file-control.
    *> the player master - the department of every player
    select GC99PLYR-FILE assign to "GC99PLYR.DAT"
        organization is indexed
        access mode is sequential
        record key is PLYR-INITIALS
        file status is wPlyrStatus.

    *> the live score history written by GC99SNAKE
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is sequential
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.

    *> the archive GC99ARCH purges old history records into - swept
    *> too, so an older month is still complete
    select GC99HARC-FILE assign to "GC99HARC.DAT"
        organization is sequential
        file status is wHarcStatus.

    *> score suspense kept by GC99PLAU / GC99SMNT - a pending or
    *> voided score does not count; optional, no file = none held
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is random
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> sort work file used to rank the departments by points per head
    select GC99SORTWK assign to "GC99SRT.TMP".

    *> the departments sorted by points per head, descending
    select GC99DPTS-FILE assign to "GC99DPT.TMP"
        organization is sequential
        file status is wDptsStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed standings report
    select GC99PRINT-FILE assign to "GC99DEPT.LST"
        organization is line sequential
        file status is wPrintStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99PLYR-FILE.
COPY 'GC99PLYR.CPY'.

FD  GC99HISC-FILE.
COPY 'GC99HISC.CPY'.

FD  GC99HARC-FILE.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99HARC-REC==
                              ==HISC-KEY==        BY ==ARC-KEY==
                              ==HISC-DATE==       BY ==ARC-DATE==
                              ==HISC-TIME==       BY ==ARC-TIME==
                              ==HISC-INITIALS==   BY ==ARC-INITIALS==
                              ==HISC-SNAKELEN==   BY ==ARC-SNAKELEN==
                              ==HISC-SIZEROW==    BY ==ARC-SIZEROW==
                              ==HISC-SIZECOL==    BY ==ARC-SIZECOL==
                              ==HISC-SCORE==      BY ==ARC-SCORE==
                              ==HISC-COURSE==     BY ==ARC-COURSE==
                              ==HISC-GAMETYPE==   BY ==ARC-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==ARC-CRSE-REV==.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

SD  GC99SORTWK.
*> one record per department, built in core by the sweep
01  GC99SORT-REC.
    05  SRT-PERHEAD      pic 9(08).
    05  SRT-POINTS       pic 9(09).
    05  SRT-DEPT-IDX     pic 9(03).

FD  GC99DPTS-FILE.
01  GC99DPTS-REC.
    05  DPTS-PERHEAD     pic 9(08).
    05  DPTS-POINTS      pic 9(09).
    05  DPTS-DEPT-IDX    pic 9(03).

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

working-storage section.
01 wPlyrStatus  pic x(2) value "00".
01 wHiscStatus  pic x(2) value "00".
01 wHarcStatus  pic x(2) value "00".
01 wDptsStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.
01 wSuspStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.

*> demo/soak games never count toward a department
01 wDemoInitials pic x(03) value 'DMO'.

*> scores held in suspense - pending or voided, never counted
01 wHaveSuspense pic x(1) value 'N'.
01 wScoreHeld    pic x(1) value 'N'.

*> the contest month and the month before it, as date windows
01 wMonthEntry  pic x(06) value spaces.
01 wMonth       pic 9(06) value 0.
01 redefines wMonth.
   05 wMonthYY  pic 9(04).
   05 wMonthMM  pic 9(02).
01 wPrevMonth   pic 9(06) value 0.
01 redefines wPrevMonth.
   05 wPrevYY   pic 9(04).
   05 wPrevMM   pic 9(02).
01 wCurFrom     pic 9(08) value 0.
01 wCurTo       pic 9(08) value 0.
01 wPrevFrom    pic 9(08) value 0.
01 wPrevTo      pic 9(08) value 0.
*> 'C' the game falls in the contest month, 'P' in the month before
01 wWhichMonth  pic x(01) value space.

*> the player master in core - initials, name and department
01 wPlyrMax     constant as 500.
01 wPlyrCount   pic 9(03) value 0.
01 wPlyrIdx     pic 9(03) value 0.
01 wPlyrFound   pic 9(03) value 0.
01 wPlyrDropped pic 9(04) value 0.
01 PLAYER-TABLE.
   05 PT-ENTRY occurs wPlyrMax.
      10 PT-INITIALS  pic x(03).
      10 PT-NAME      pic x(30).
      10 PT-DEPT-IDX  pic 9(03).
      10 PT-GAMES     pic 9(06).
      10 PT-POINTS    pic 9(09).
      10 PT-PICKED    pic x(01).

*> the departments keyed on the master, with both months' totals
01 wDeptMax     constant as 100.
01 wDeptCount   pic 9(03) value 0.
01 wDeptIdx     pic 9(03) value 0.
01 wDeptFound   pic 9(03) value 0.
01 wDeptDropped pic 9(04) value 0.
01 DEPT-TABLE.
   05 DT-ENTRY occurs wDeptMax.
      10 DT-NAME         pic x(20).
      10 DT-HEADS        pic 9(05).
      10 DT-ON-FILE      pic 9(05).
      10 DT-GAMES        pic 9(06).
      10 DT-POINTS       pic 9(09).
      10 DT-PERHEAD      pic 9(08).
      10 DT-PREV-GAMES   pic 9(06).
      10 DT-PREV-POINTS  pic 9(09).
      10 DT-PREV-PERHEAD pic 9(08).
01 wDivisor     pic 9(05) value 0.

*> standings bookkeeping while the sorted departments are printed
01 wRank        pic 9(03) value 0.
01 wPrevRank    pic 9(03) value 0.
01 wAverage     pic 9(07) value 0.
01 wMovement    pic x(06) value spaces.
01 wMoveSteps   pic 9(03) value 0.
01 wCmpIdx      pic 9(03) value 0.

*> top three contributors of the department being printed
01 wTopMax      constant as 3.
01 wTopNo       pic 9(01) value 0.
01 wTopIdx      pic 9(03) value 0.
01 wTopShown    pic 9(01) value 0.

*> run counts
01 wLiveRead       pic 9(7) value 0.
01 wArcRead        pic 9(7) value 0.
01 wGamesTallied   pic 9(7) value 0.
01 wPrevTallied    pic 9(7) value 0.
01 wHeldBack       pic 9(6) value 0.
01 wProvisional    pic 9(6) value 0.
01 wUnassigned     pic 9(6) value 0.
01 wUnassignedPts  pic 9(9) value 0.

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.

*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform TakeCommandLine   thru TakeCommandLine-Ex
  if wMonth = 0
      perform AcceptMonth   thru AcceptMonth-Ex
  end-if
  perform SetMonthWindows   thru SetMonthWindows-Ex
  perform InitializeReport  thru InitializeReport-Ex
  perform LoadPlayers       thru LoadPlayers-Ex
  perform OpenSuspense      thru OpenSuspense-Ex
  perform SweepLiveHistory  thru SweepLiveHistory-Ex
  perform SweepArchive      thru SweepArchive-Ex
  perform ComputePerHead    thru ComputePerHead-Ex
  perform SortDepartments   thru SortDepartments-Ex
  perform PrintStandings    thru PrintStandings-Ex
  perform PrintTotals       thru PrintTotals-Ex
  perform TerminateReport   thru TerminateReport-Ex
  stop run.

*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

TakeCommandLine.
  *> a valid month on the command line stands in for the prompt;
  *> anything else falls back to asking at the console
  accept wMonthEntry from command-line
  if wMonthEntry is numeric
      move wMonthEntry to wMonth
      if wMonthMM < 1 or wMonthMM > 12
          move 0 to wMonth
      end-if
  end-if
  move spaces to wMonthEntry.
TakeCommandLine-Ex. exit.

AcceptMonth.
  display '  '
  display 'GC99SNAKE - DEPARTMENT STANDINGS '
  display 'Contest month (YYYYMM, blank = last month) ........: ' with no advancing
  accept wMonthEntry
  if wMonthEntry = spaces
      *> the month before this one
      move function current-date(1:6) to wMonth
      if wMonthMM = 1
          subtract 1 from wMonthYY
          move 12 to wMonthMM
      else
          subtract 1 from wMonthMM
      end-if
      go to AcceptMonth-Ex
  end-if
  if wMonthEntry is numeric
      move wMonthEntry to wMonth
      if wMonthMM >= 1 and wMonthMM <= 12
          go to AcceptMonth-Ex
      end-if
  end-if
  display ' '
  display '*** Month must be numeric YYYYMM (blank = last month), try again ***'
  move 0      to wMonth
  move spaces to wMonthEntry
  go to AcceptMonth.
AcceptMonth-Ex. exit.

SetMonthWindows.
  *> day 01 to day 31 takes in every date of the month, short or not
  move wMonth to wPrevMonth
  if wPrevMM = 1
      subtract 1 from wPrevYY
      move 12 to wPrevMM
  else
      subtract 1 from wPrevMM
  end-if
  compute wCurFrom  = wMonth * 100 + 1
  compute wCurTo    = wMonth * 100 + 31
  compute wPrevFrom = wPrevMonth * 100 + 1
  compute wPrevTo   = wPrevMonth * 100 + 31.
SetMonthWindows-Ex. exit.

InitializeReport.
    move function current-date(1:8) to wReportDate
    move wReportDate                to wReportDateEdit
    open output GC99PRINT-FILE
    move "GC99SNAKE  -  DEPARTMENT STANDINGS"  to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Run date: " wReportDateEdit delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Contest month: " wMonthYY "/" wMonthMM
           "   movement against: " wPrevYY "/" wPrevMM
           delimited by size into PRINT-LINE
    write PRINT-LINE
    move "Ranked on points per head (points / active players on the master)" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE
    perform PrintParameters thru PrintParameters-Ex.
InitializeReport-Ex. exit.

LoadParameters.
    *> the shop parameters this job applies; one not on file, or
    *> no parameter file at all, keeps the shipped value
    open input GC99PARM-FILE
    if wParmStatus not = "00"
        go to LoadParameters-Ex
    end-if
    move 'DEMOINIT' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-VALUE to wDemoInitials
    end-read
    close GC99PARM-FILE.
LoadParameters-Ex. exit.

PrintParameters.
    *> the shop parameters in force for this run, so a score taken
    *> under other rules can be explained - every change is on
    *> GC99PLOG.DAT with its date
    move "PARAMETERS IN FORCE" to PRINT-LINE
    write PRINT-LINE
    open input GC99PARM-FILE
    if wParmStatus not = "00"
        move "(no parameter file - the shipped values are in force)" to PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        write PRINT-LINE
        go to PrintParameters-Ex
    end-if
    move "CODE     VALUE     MEANING                              CHANGED    BY" to PRINT-LINE
    write PRINT-LINE
    move "-------- --------  ------------------------------------ ---------- ---" to PRINT-LINE
    write PRINT-LINE
    move 'N' to wParmEof
    move low-values to PARM-CODE
    start GC99PARM-FILE key > PARM-CODE
        invalid key move 'Y' to wParmEof
    end-start
    perform PrintOneParameter thru PrintOneParameter-Ex
        until wParmEof = 'Y'
    close GC99PARM-FILE
    move spaces to PRINT-LINE
    write PRINT-LINE.
PrintParameters-Ex. exit.

PrintOneParameter.
    read GC99PARM-FILE next record
        at end
            move 'Y' to wParmEof
            go to PrintOneParameter-Ex
    end-read
    move PARM-VALUE to wParmShown
    if PARM-KIND = 'N'
        move PARM-NUM  to wParmEdit
        move wParmEdit to wParmShown
    end-if
    move spaces to PRINT-LINE
    if PARM-CHG-DATE = 0
        string PARM-CODE " " wParmShown "  " PARM-DESC " as shipped"
            delimited by size into PRINT-LINE
    else
        move PARM-CHG-DATE to wParmDateEdit
        string PARM-CODE " " wParmShown "  " PARM-DESC " " wParmDateEdit
               " " PARM-CHG-BY delimited by size into PRINT-LINE
    end-if
    write PRINT-LINE.
PrintOneParameter-Ex. exit.

LoadPlayers.
    *> every player and every department on the master, with the
    *> head counts; no master means no department can be credited
    move 0   to wPlyrCount wDeptCount
    move 'N' to wEofSwitch
    open input GC99PLYR-FILE
    if wPlyrStatus not = "00"
        move "*** player master GC99PLYR.DAT not available - every game is unassigned ***" to PRINT-LINE
        write PRINT-LINE
        go to LoadPlayers-Ex
    end-if
    perform LoadOnePlayer thru LoadOnePlayer-Ex until AtEndOfFile
    close GC99PLYR-FILE.
LoadPlayers-Ex. exit.

LoadOnePlayer.
    read GC99PLYR-FILE next record
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to LoadOnePlayer-Ex
    end-if

    if wPlyrCount = wPlyrMax
        add 1 to wPlyrDropped
        go to LoadOnePlayer-Ex
    end-if
    add 1 to wPlyrCount
    move PLYR-INITIALS to PT-INITIALS(wPlyrCount)
    move PLYR-NAME     to PT-NAME(wPlyrCount)
    move 0             to PT-DEPT-IDX(wPlyrCount)
                          PT-GAMES(wPlyrCount) PT-POINTS(wPlyrCount)
    move 'N'           to PT-PICKED(wPlyrCount)

    if PLYR-DEPT = spaces
        go to LoadOnePlayer-Ex
    end-if
    perform FindDepartment thru FindDepartment-Ex
    if wDeptFound = 0
        if wDeptCount = wDeptMax
            add 1 to wDeptDropped
            go to LoadOnePlayer-Ex
        end-if
        add 1 to wDeptCount
        move wDeptCount to wDeptFound
        move PLYR-DEPT  to DT-NAME(wDeptFound)
        move 0          to DT-HEADS(wDeptFound) DT-ON-FILE(wDeptFound)
                           DT-GAMES(wDeptFound) DT-POINTS(wDeptFound)
                           DT-PERHEAD(wDeptFound)
                           DT-PREV-GAMES(wDeptFound)
                           DT-PREV-POINTS(wDeptFound)
                           DT-PREV-PERHEAD(wDeptFound)
    end-if
    move wDeptFound to PT-DEPT-IDX(wPlyrCount)
    add 1 to DT-ON-FILE(wDeptFound)
    if PLYR-STATUS not = 'D'
        add 1 to DT-HEADS(wDeptFound)
    end-if.
LoadOnePlayer-Ex. exit.

FindDepartment.
    *> the department named on PLYR-DEPT, 0 when not in the table yet
    move 0 to wDeptFound
    perform MatchOneDepartment thru MatchOneDepartment-Ex
        varying wDeptIdx from 1 by 1
        until wDeptFound > 0 or wDeptIdx > wDeptCount.
FindDepartment-Ex. exit.

MatchOneDepartment.
    if DT-NAME(wDeptIdx) = PLYR-DEPT
        move wDeptIdx to wDeptFound
    end-if.
MatchOneDepartment-Ex. exit.

OpenSuspense.
    *> held open for the keyed look-ups through both sweeps
    move 'N' to wHaveSuspense
    open input GC99SUSP-FILE
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    end-if.
OpenSuspense-Ex. exit.

SweepLiveHistory.
    move 'N' to wEofSwitch
    open input GC99HISC-FILE
    if wHiscStatus not = "00"
        if wHiscStatus = "39"
            move "*** score history is an old layout - run GC99HCNV first ***" to PRINT-LINE
            write PRINT-LINE
        end-if
        go to SweepLiveHistory-Ex
    end-if
    perform SweepOneLiveRec thru SweepOneLiveRec-Ex until AtEndOfFile
    close GC99HISC-FILE.
SweepLiveHistory-Ex. exit.

SweepOneLiveRec.
    read GC99HISC-FILE next record
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to SweepOneLiveRec-Ex
    end-if

    add 1 to wLiveRead
    perform SelectOneGame thru SelectOneGame-Ex.
SweepOneLiveRec-Ex. exit.

SweepArchive.
    *> the archive holds what GC99ARCH already purged - without this
    *> pass an older month would silently shrink
    move 'N' to wEofSwitch
    open input GC99HARC-FILE
    if wHarcStatus not = "00"
        go to SweepArchive-Ex
    end-if
    perform SweepOneArcRec thru SweepOneArcRec-Ex until AtEndOfFile
    close GC99HARC-FILE.
SweepArchive-Ex. exit.

SweepOneArcRec.
    read GC99HARC-FILE
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to SweepOneArcRec-Ex
    end-if

    add 1 to wArcRead
    *> the archive record wears the same layout - hand it to the
    *> common selection through the live record area
    move GC99HARC-REC to GC99HISC-REC
    perform SelectOneGame thru SelectOneGame-Ex.
SweepOneArcRec-Ex. exit.

SelectOneGame.
    *> the game in GC99HISC-REC counts when it falls in one of the two
    *> months and is neither a demo, a provisional recovered score nor
    *> held in suspense
    evaluate true
        when HISC-DATE >= wCurFrom  and HISC-DATE <= wCurTo
            move 'C' to wWhichMonth
        when HISC-DATE >= wPrevFrom and HISC-DATE <= wPrevTo
            move 'P' to wWhichMonth
        when other
            go to SelectOneGame-Ex
    end-evaluate

    if HISC-INITIALS = wDemoInitials
        go to SelectOneGame-Ex
    end-if
    if HISC-GAMETYPE = 'R'
        if wWhichMonth = 'C'
            add 1 to wProvisional
        end-if
        go to SelectOneGame-Ex
    end-if
    perform CheckSuspense thru CheckSuspense-Ex
    if wScoreHeld = 'Y'
        if wWhichMonth = 'C'
            add 1 to wHeldBack
        end-if
        go to SelectOneGame-Ex
    end-if

    perform TallyOneGame thru TallyOneGame-Ex.
SelectOneGame-Ex. exit.

CheckSuspense.
    *> a score GC99PLAU could not account for does not count while it
    *> is pending, and never once voided - archived scores included,
    *> the suspense key is the history key either way
    move 'N' to wScoreHeld
    if wHaveSuspense not = 'Y'
        go to CheckSuspense-Ex
    end-if
    move HISC-KEY to SUSP-KEY
    read GC99SUSP-FILE
        invalid key
            continue
        not invalid key
            if SUSP-STATUS = 'P' or SUSP-STATUS = 'V'
                move 'Y' to wScoreHeld
            end-if
    end-read.
CheckSuspense-Ex. exit.

TallyOneGame.
    *> credit the game to its player's department - to the contest
    *> month's totals and the player's own, or to the month before
    move 0 to wPlyrFound
    perform MatchOnePlayer thru MatchOnePlayer-Ex
        varying wPlyrIdx from 1 by 1
        until wPlyrFound > 0 or wPlyrIdx > wPlyrCount

    if wPlyrFound = 0
        move 0 to wDeptIdx
    else
        move PT-DEPT-IDX(wPlyrFound) to wDeptIdx
    end-if

    if wDeptIdx = 0
        if wWhichMonth = 'C'
            add 1          to wUnassigned
            add HISC-SCORE to wUnassignedPts
        end-if
        go to TallyOneGame-Ex
    end-if

    if wWhichMonth = 'C'
        add 1          to DT-GAMES(wDeptIdx)  PT-GAMES(wPlyrFound)
        add HISC-SCORE to DT-POINTS(wDeptIdx) PT-POINTS(wPlyrFound)
        add 1          to wGamesTallied
    else
        add 1          to DT-PREV-GAMES(wDeptIdx)
        add HISC-SCORE to DT-PREV-POINTS(wDeptIdx)
        add 1          to wPrevTallied
    end-if.
TallyOneGame-Ex. exit.

MatchOnePlayer.
    if PT-INITIALS(wPlyrIdx) = HISC-INITIALS
        move wPlyrIdx to wPlyrFound
    end-if.
MatchOnePlayer-Ex. exit.

ComputePerHead.
    perform ComputeOnePerHead thru ComputeOnePerHead-Ex
        varying wDeptIdx from 1 by 1 until wDeptIdx > wDeptCount.
ComputePerHead-Ex. exit.

ComputeOnePerHead.
    *> active players; a department with none left active is divided
    *> over everyone on file under it so it still has a figure
    if DT-HEADS(wDeptIdx) > 0
        move DT-HEADS(wDeptIdx)   to wDivisor
    else
        move DT-ON-FILE(wDeptIdx) to wDivisor
    end-if
    compute DT-PERHEAD(wDeptIdx)      = DT-POINTS(wDeptIdx)      / wDivisor
    compute DT-PREV-PERHEAD(wDeptIdx) = DT-PREV-POINTS(wDeptIdx) / wDivisor.
ComputeOnePerHead-Ex. exit.

SortDepartments.
    sort GC99SORTWK on descending key SRT-PERHEAD
                       descending key SRT-POINTS
        input procedure is FeedDepartments thru FeedDepartments-Ex
        giving GC99DPTS-FILE.
SortDepartments-Ex. exit.

FeedDepartments.
    perform FeedOneDepartment thru FeedOneDepartment-Ex
        varying wDeptIdx from 1 by 1 until wDeptIdx > wDeptCount.
FeedDepartments-Ex. exit.

FeedOneDepartment.
    move DT-PERHEAD(wDeptIdx) to SRT-PERHEAD
    move DT-POINTS(wDeptIdx)  to SRT-POINTS
    move wDeptIdx             to SRT-DEPT-IDX
    release GC99SORT-REC.
FeedOneDepartment-Ex. exit.

PrintStandings.
    move "RANK  DEPARTMENT            HEADS  GAMES   POINTS     AVERAGE  PER HEAD  MOVE"   to PRINT-LINE
    write PRINT-LINE
    move "----  --------------------  -----  ------  ---------  -------  --------  ------" to PRINT-LINE
    write PRINT-LINE

    move 'N' to wEofSwitch
    move 0   to wRank
    open input GC99DPTS-FILE
    if wDptsStatus not = "00" and wDptsStatus not = "05"
        move "*** no departments on the player master ***" to PRINT-LINE
        write PRINT-LINE
    else
        perform PrintOneDepartment thru PrintOneDepartment-Ex
            until AtEndOfFile
    end-if
    close GC99DPTS-FILE

    if wRank = 0
        move "No departments are keyed on the player master yet." to PRINT-LINE
        write PRINT-LINE
    end-if.
PrintStandings-Ex. exit.

PrintOneDepartment.
    read GC99DPTS-FILE
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to PrintOneDepartment-Ex
    end-if

    add 1 to wRank
    move DPTS-DEPT-IDX to wDeptIdx
    if DT-GAMES(wDeptIdx) = 0
        move 0 to wAverage
    else
        compute wAverage = DT-POINTS(wDeptIdx) / DT-GAMES(wDeptIdx)
    end-if

    *> movement against the department's rank the month before
    move spaces to wMovement
    if DT-PREV-GAMES(wDeptIdx) = 0
        if DT-GAMES(wDeptIdx) > 0
            move "NEW" to wMovement
        end-if
    else
        perform RankPrevMonth thru RankPrevMonth-Ex
        evaluate true
            when wPrevRank = wRank
                move "--"   to wMovement
            when wPrevRank > wRank
                compute wMoveSteps = wPrevRank - wRank
                string "UP " wMoveSteps delimited by size into wMovement
            when other
                compute wMoveSteps = wRank - wPrevRank
                string "DN " wMoveSteps delimited by size into wMovement
        end-evaluate
    end-if

    if wRank > 1
        move spaces to PRINT-LINE
        write PRINT-LINE
    end-if
    move spaces to PRINT-LINE
    string wRank                         delimited by size
           "   " DT-NAME(wDeptIdx)       delimited by size
           "  " DT-HEADS(wDeptIdx)       delimited by size
           "  " DT-GAMES(wDeptIdx)       delimited by size
           "  " DT-POINTS(wDeptIdx)      delimited by size
           "  " wAverage                 delimited by size
           "  " DT-PERHEAD(wDeptIdx)     delimited by size
           "  " wMovement                delimited by size
           into PRINT-LINE
    write PRINT-LINE

    move 0 to wTopShown
    perform PrintOneContributor thru PrintOneContributor-Ex
        varying wTopNo from 1 by 1 until wTopNo > wTopMax.
PrintOneDepartment-Ex. exit.

RankPrevMonth.
    *> one more than the departments that played the month before and
    *> did better per head than this one
    move 1 to wPrevRank
    perform CompareOnePrevMonth thru CompareOnePrevMonth-Ex
        varying wCmpIdx from 1 by 1 until wCmpIdx > wDeptCount.
RankPrevMonth-Ex. exit.

CompareOnePrevMonth.
    if DT-PREV-GAMES(wCmpIdx) > 0
        and DT-PREV-PERHEAD(wCmpIdx) > DT-PREV-PERHEAD(wDeptIdx)
        add 1 to wPrevRank
    end-if.
CompareOnePrevMonth-Ex. exit.

PrintOneContributor.
    *> the department's best remaining scorer this month, if any
    move 0 to wTopIdx
    perform PickOneContributor thru PickOneContributor-Ex
        varying wPlyrIdx from 1 by 1 until wPlyrIdx > wPlyrCount
    if wTopIdx = 0
        go to PrintOneContributor-Ex
    end-if

    move 'Y' to PT-PICKED(wTopIdx)
    add 1 to wTopShown
    move spaces to PRINT-LINE
    string "      " wTopShown ". "       delimited by size
           PT-INITIALS(wTopIdx)          delimited by size
           "  " PT-NAME(wTopIdx)         delimited by size
           "  " PT-GAMES(wTopIdx)        delimited by size
           " games  " PT-POINTS(wTopIdx) delimited by size
           " points"                     delimited by size
           into PRINT-LINE
    write PRINT-LINE.
PrintOneContributor-Ex. exit.

PickOneContributor.
    if PT-DEPT-IDX(wPlyrIdx) = wDeptIdx
        and PT-GAMES(wPlyrIdx) > 0
        and PT-PICKED(wPlyrIdx) = 'N'
        if wTopIdx = 0
            move wPlyrIdx to wTopIdx
        else
            if PT-POINTS(wPlyrIdx) > PT-POINTS(wTopIdx)
                move wPlyrIdx to wTopIdx
            end-if
        end-if
    end-if.
PickOneContributor-Ex. exit.

PrintTotals.
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "RUN COUNTS" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Live history records read ....: " wLiveRead
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Archive records read .........: " wArcRead
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Contest month games tallied ..: " wGamesTallied
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Previous month games tallied .: " wPrevTallied
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Held in suspense (GC99SMNT) ..: " wHeldBack
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Provisional (GC99RCVR) .......: " wProvisional
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Unassigned games / points ....: " wUnassigned
           " / " wUnassignedPts
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Departments ranked ...........: " wRank
        delimited by size into PRINT-LINE
    write PRINT-LINE

    if wPlyrDropped > 0
        move spaces to PRINT-LINE
        string "*** WARNING: " wPlyrDropped " players beyond the "
               "in-core player limit were not loaded ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if
    if wDeptDropped > 0
        move spaces to PRINT-LINE
        string "*** WARNING: " wDeptDropped " players in departments beyond "
               "the in-core limit are unassigned ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if.
PrintTotals-Ex. exit.

TerminateReport.
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if
    close GC99PRINT-FILE
    display ' '
    display 'Department standings for ' wMonthYY '/' wMonthMM ' spooled to GC99DEPT.LST'.
TerminateReport-Ex. exit.

End program GC99DEPT.
