*> Tectonics:  cobc -x GC99RPT.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.10 2026.10.15
*> Changelog:  1.0 first release - Top-10 + games-played-today report,
*>             spooled to GC99RPT.LST for routing to the printer at
*>             shift end.
*>             to scroll the whole history for their own best.
*>             1.5 the run is stamped on GC99RUNC.DAT so the GC99MENU
*>             status panel can show when the leaderboard last ran.
*>             1.6 scores GC99PLAU has put in suspense stay off every
*>             ranking while pending, and for good once voided on
*>             GC99SMNT; how many were held back is shown with the
*>             totals.
*>             1.7 course revisions: the per-course Top-5 ranks within
*>             one revision of a course at a time - the current
*>             revision's section first, then each older or retired
*>             revision as its own section with its save stamp - so a
*>             re-saved course starts a fresh leaderboard.
*>             1.8 achievements page from GC99ACHV.DAT - every award
*>             earned, player by player with the game date it was
*>             earned on, and how many players hold each award.
*>             1.9 shop parameters: the demo initials are read from
*>             GC99PARM.DAT, and the parameters in force head the
*>             report.
*>             1.10 a personal best held in suspense shows as HELD on
*>             the player records page, not as the score.
*>
*> Run this after one or more GC99SNAKE sessions have logged scores.
*>****************************************************************
        record key is PLYR-INITIALS
        file status is wPlyrStatus.

    *> player achievements - the award catalogue and every award
    *> earned, for the achievements page; optional, the page just
    *> says so when absent
    select GC99ACHV-FILE assign to "GC99ACHV.DAT"
        organization is indexed
        access mode is sequential
        record key is ACHV-KEY
        file status is wAchvStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed leaderboard/activity report
    select GC99PRINT-FILE assign to "GC99RPT.LST"
        organization is line sequential
        file status is wPrintStatus.

    *> score suspense kept by GC99PLAU / GC99SMNT - a pending or
    *> voided score does not rank; optional, no file = none held
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is random
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> run control - the finished run is stamped here for the
    *> GC99MENU status panel
    select GC99RUNC-FILE assign to "GC99RUNC.DAT"
                              ==HISC-SIZECOL==    BY ==SRT-SIZECOL==
                              ==HISC-SCORE==      BY ==SRT-SCORE==
                              ==HISC-COURSE==     BY ==SRT-COURSE==
                              ==HISC-GAMETYPE==   BY ==SRT-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==SRT-CRSE-REV==.

FD  GC99TOP-FILE.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99TOP-REC==
                              ==HISC-SIZECOL==    BY ==TOP-SIZECOL==
                              ==HISC-SCORE==      BY ==TOP-SCORE==
                              ==HISC-COURSE==     BY ==TOP-COURSE==
                              ==HISC-GAMETYPE==   BY ==TOP-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==TOP-CRSE-REV==.

FD  GC99CRSRT-FILE.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99CRSRT-REC==
                              ==HISC-SIZECOL==    BY ==CRS-SIZECOL==
                              ==HISC-SCORE==      BY ==CRS-SCORE==
                              ==HISC-COURSE==     BY ==CRS-COURSE==
                              ==HISC-GAMETYPE==   BY ==CRS-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==CRS-CRSE-REV==.

FD  GC99CRSE-FILE.
COPY 'GC99CRSE.CPY'.
FD  GC99PLYR-FILE.
COPY 'GC99PLYR.CPY'.

FD  GC99ACHV-FILE.
COPY 'GC99ACHV.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

working-storage section.
01 wHiscStatus  pic x(2) value "00".
01 wTopStatus   pic x(2) value "00".
01 wCrsrtStatus pic x(2) value "00".
01 wCrseStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.

01 wRecsStatus  pic x(2) value "00".
01 wPlyrStatus  pic x(2) value "00".
01 wRuncStatus  pic x(2) value "00".
01 wSuspStatus  pic x(2) value "00".
01 wAchvStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfTop          value 'Y'.
   88 AtEndOfCourseSort   value 'Y'.
   88 AtEndOfLibrary      value 'Y'.
   88 AtEndOfRecords      value 'Y'.
   88 AtEndOfAwards       value 'Y'.

*> records page work fields - the player master is only opened when
*> it is there to open
*> demo/soak games land on the history under the reserved DMO
*> initials - they never rank, and are counted only to be shown as
*> skipped
01 wDemoInitials pic x(03) value 'DMO'.
01 wDemoSkipped pic 9(6)  value 0.
01 wDemoToday   pic 9(4)  value 0.

*> scores held in suspense - pending or voided, off the rankings
01 wHaveSuspense pic x(1) value 'N'.
01 wScoreHeld    pic x(1) value 'N'.
01 wHeldBack     pic 9(6) value 0.
01 wBestShown    pic x(6) value spaces.

*> per-course ranking: Top-N within each course revision found on
*> the history, the course sort file control-broken on CRS-COURSE
*> and CRS-CRSE-REV
01 wCourseTopN  constant as 5.
01 wBreakCourse pic x(08) value spaces.
01 wBreakRev    pic 9(03) value 0.
01 wCourseRank  pic 9(02) value 0.
01 wFirstCourse pic x(01) value 'Y'.

*> course display names and revision stamps looked up from the
*> library, when it exists - one entry per revision header
01 wCourseMax   constant as 200.
01 wNameCount   pic 9(03) value 0.
01 wNameIdx     pic 9(03) value 0.
01 wNamePos     pic 9(03) value 0.
01 COURSE-NAMES.
   05 CN-ENTRY occurs wCourseMax.
      10 CN-ID       pic x(08).
      10 CN-REV      pic 9(03).
      10 CN-STATUS   pic x(01).
      10 CN-DATE     pic 9(08).
      10 CN-INITIALS pic x(03).
      10 CN-NAME     pic x(30).
01 wRevStatusText pic x(07) value spaces.

*> achievements page: the catalogue in core for the titles, with a
*> count of the players holding each award
01 wAwardMax     constant as 50.
01 wAwardCount   pic 9(02) value 0.
01 wAwardIdx     pic 9(02) value 0.
01 wAwardPos     pic 9(02) value 0.
01 wAwardsPrinted pic 9(06) value 0.
01 AWARD-NAMES.
   05 AN-ENTRY occurs wAwardMax.
      10 AN-CODE     pic x(04).
      10 AN-TITLE    pic x(28).
      10 AN-ACTIVE   pic x(01).
      10 AN-HOLDERS  pic 9(05).
01 wAwardTitle   pic x(28) value spaces.
01 wAwardDateEdit pic 9(4)/9(2)/9(2) value 0.
01 wRevDateEdit   pic 9(4)/9(2)/9(2) value 0.

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform InitializeReport thru InitializeReport-Ex
  perform LoadCourseNames  thru LoadCourseNames-Ex
  perform OpenSuspense     thru OpenSuspense-Ex
  perform SortHistory      thru SortHistory-Ex
  perform PrintTopTen      thru PrintTopTen-Ex
  perform SortByCourse     thru SortByCourse-Ex
  perform PrintPerCourse   thru PrintPerCourse-Ex
  perform PrintPlayerRecords thru PrintPlayerRecords-Ex
  perform PrintAchievements thru PrintAchievements-Ex
  perform CountGamesToday  thru CountGamesToday-Ex
  perform PrintTotals      thru PrintTotals-Ex
  perform StampRunControl  thru StampRunControl-Ex
    string "Run date: " wReportDateEdit delimited by size into PRINT-LINE
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

LoadCourseNames.
    *> the library's course headers, held in core so the per-course
    *> section can show each course's display name; no library on

    if not AtEndOfLibrary and CRSE-REC-TYPE = 'H'
        add 1 to wNameCount
        move CRSE-ID            to CN-ID(wNameCount)
        move CRSE-REV           to CN-REV(wNameCount)
        move CRSE-STATUS        to CN-STATUS(wNameCount)
        move CRSE-SAVE-DATE     to CN-DATE(wNameCount)
        move CRSE-SAVE-INITIALS to CN-INITIALS(wNameCount)
        move CRSE-NAME          to CN-NAME(wNameCount)
    end-if.
LoadOneCourseName-Ex. exit.

OpenSuspense.
    *> held open for the keyed look-ups while the sorts are fed
    move 'N' to wHaveSuspense
    open input GC99SUSP-FILE
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    end-if.
OpenSuspense-Ex. exit.

SortHistory.
    sort GC99SORTWK on descending key SRT-SCORE
        input procedure is FeedHistory thru FeedHistory-Ex
    *> - the DMO initials are the game's own attract screen playing
    *> itself and must never rank
    move 'N' to wEofSwitch
    move 0   to wHeldBack
    open input GC99HISC-FILE
    if wHiscStatus not = "00"
        go to FeedHistory-Ex
        go to FeedOneScore-Ex
    end-if

    move HISC-KEY to SUSP-KEY
    perform CheckSuspense thru CheckSuspense-Ex
    if wScoreHeld = 'Y'
        add 1 to wHeldBack
        go to FeedOneScore-Ex
    end-if

    move GC99HISC-REC to GC99SORT-REC
    release GC99SORT-REC.
FeedOneScore-Ex. exit.

CheckSuspense.
    *> a score GC99PLAU could not account for stays off the rankings
    *> while it is pending, and for good once voided; the caller
    *> sets SUSP-KEY to the game's history key
    move 'N' to wScoreHeld
    if wHaveSuspense not = 'Y'
        go to CheckSuspense-Ex
    end-if
    read GC99SUSP-FILE
        invalid key
            continue
        not invalid key
            if SUSP-STATUS = 'P' or SUSP-STATUS = 'V'
                move 'Y' to wScoreHeld
            end-if
    end-read.
CheckSuspense-Ex. exit.

PrintTopTen.
    move "TOP 10 SCORES"          to PRINT-LINE
    write PRINT-LINE

SortByCourse.
    sort GC99SORTWK on ascending  key SRT-COURSE
                       descending key SRT-CRSE-REV
                       descending key SRT-SCORE
        input procedure is FeedHistory thru FeedHistory-Ex
        giving GC99CRSRT-FILE.
SortByCourse-Ex. exit.

PrintPerCourse.
    *> rank within each course revision: the course sort file is
    *> control-broken on the course id and the revision, and the first
    *> wCourseTopN games of each group are printed, so the record for
    *> every board is settled on paper. Revisions come newest first,
    *> so a course's current revision normally heads its sections
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "TOP 5 PER COURSE REVISION" to PRINT-LINE
    write PRINT-LINE

    move 'N'    to wEofSwitch
    move 'Y'    to wFirstCourse
    move spaces to wBreakCourse
    move 0      to wBreakRev
    move 0      to wCourseRank

    open input GC99CRSRT-FILE
    end-if

    if wFirstCourse = 'Y' or CRS-COURSE not = wBreakCourse
        move CRS-COURSE   to wBreakCourse
        move CRS-CRSE-REV to wBreakRev
        move 'N'          to wFirstCourse
        move 0            to wCourseRank
        perform PrintCourseHeading thru PrintCourseHeading-Ex
    else
        if CRS-CRSE-REV not = wBreakRev
            move CRS-CRSE-REV to wBreakRev
            move 0            to wCourseRank
            move spaces to PRINT-LINE
            write PRINT-LINE
            perform PrintRevisionHeading thru PrintRevisionHeading-Ex
        end-if
    end-if

    if wCourseRank < wCourseTopN
    move spaces to PRINT-LINE
    if wBreakCourse = spaces
        move "COURSE (classic layout)" to PRINT-LINE
        write PRINT-LINE
        perform PrintRankHeading thru PrintRankHeading-Ex
        go to PrintCourseHeading-Ex
    end-if

    *> the display name of the course's current revision, or of any
    *> revision when they have all been retired
    move 0 to wNamePos
    perform FindCourseName thru FindCourseName-Ex
        varying wNameIdx from 1 by 1 until wNameIdx > wNameCount
    if wNamePos = 0
        string "COURSE " wBreakCourse delimited by size into PRINT-LINE
    else
        string "COURSE " wBreakCourse "  " CN-NAME(wNamePos)
            delimited by size into PRINT-LINE
    end-if
    write PRINT-LINE
    perform PrintRevisionHeading thru PrintRevisionHeading-Ex.
PrintCourseHeading-Ex. exit.

FindCourseName.
    if CN-ID(wNameIdx) = wBreakCourse
        if wNamePos = 0 or CN-STATUS(wNameIdx) = 'C'
            move wNameIdx to wNamePos
        end-if
    end-if.
FindCourseName-Ex. exit.

PrintRevisionHeading.
    *> one section per revision of the course, labelled with its
    *> standing on the library and when and by whom it was saved
    move 0 to wNamePos
    perform FindRevisionStamp thru FindRevisionStamp-Ex
        varying wNameIdx from 1 by 1 until wNameIdx > wNameCount
    move spaces to PRINT-LINE
    evaluate true
        when wBreakRev = 0
            move "  revision not recorded" to PRINT-LINE
        when wNamePos = 0
            string "  revision " wBreakRev " (no longer on the library)"
                delimited by size into PRINT-LINE
        when other
            evaluate CN-STATUS(wNamePos)
                when 'C'   move "current" to wRevStatusText
                when 'R'   move "retired" to wRevStatusText
                when other move "older"   to wRevStatusText
            end-evaluate
            if CN-DATE(wNamePos) = 0
                string "  revision " wBreakRev " - " wRevStatusText
                    delimited by size into PRINT-LINE
            else
                move CN-DATE(wNamePos) to wRevDateEdit
                string "  revision " wBreakRev " - " wRevStatusText
                       ", saved " wRevDateEdit " by " CN-INITIALS(wNamePos)
                    delimited by size into PRINT-LINE
            end-if
    end-evaluate
    write PRINT-LINE
    perform PrintRankHeading thru PrintRankHeading-Ex.
PrintRevisionHeading-Ex. exit.

FindRevisionStamp.
    if CN-ID(wNameIdx) = wBreakCourse and CN-REV(wNameIdx) = wBreakRev
        move wNameIdx to wNamePos
    end-if.
FindRevisionStamp-Ex. exit.

PrintRankHeading.
    move "RANK  INITIALS  SCORE   LENGTH  DATE       TIME"     to PRINT-LINE
    write PRINT-LINE
    move "----  --------  ------  ------  --------   --------" to PRINT-LINE
    write PRINT-LINE.
PrintRankHeading-Ex. exit.

PrintPlayerRecords.
    *> the records page: one line per player off GC99RECS.DAT, in
        end-read
    end-if

    *> a best game the audit is holding is not shown as a best
    move RECS-BEST-DATE to SUSP-DATE
    move RECS-BEST-TIME to SUSP-TIME
    move RECS-INITIALS  to SUSP-INITIALS
    perform CheckSuspense thru CheckSuspense-Ex
    if wScoreHeld = 'Y'
        move " HELD " to wBestShown
    else
        move RECS-BEST-SCORE to wBestShown
    end-if

    move spaces to PRINT-LINE
    string RECS-INITIALS                     delimited by size
           "   " wPlayerName(1:20)           delimited by size
           "  " wBestShown                   delimited by size
           "  " RECS-BEST-DATE               delimited by size
           "   " RECS-GAMES-PLAYED           delimited by size
           "    " RECS-STREAK-DAYS           delimited by size
    write PRINT-LINE.
PrintOneRecordLine-Ex. exit.

PrintAchievements.
    *> the achievements page: every award earned, in player order,
    *> with the date of the game that earned it, then the catalogue
    *> with how many players hold each award. The definitions lead
    *> the file (blank initials), so the titles are in core before
    *> the first award is met
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "ACHIEVEMENTS" to PRINT-LINE
    write PRINT-LINE

    open input GC99ACHV-FILE
    if wAchvStatus not = "00"
        move "*** no achievements on file yet (run GC99ACHV) ***" to PRINT-LINE
        write PRINT-LINE
        go to PrintAchievements-Ex
    end-if

    move "INI   NAME                  AWARD  TITLE                         ON DATE" to PRINT-LINE
    write PRINT-LINE
    move "---   ----                  -----  ----------------------------  ----------" to PRINT-LINE
    write PRINT-LINE

    move 'N' to wHaveMaster
    open input GC99PLYR-FILE
    if wPlyrStatus = "00"
        move 'Y' to wHaveMaster
    end-if

    move 0   to wAwardCount wAwardsPrinted
    move 'N' to wEofSwitch
    perform PrintOneAwardLine thru PrintOneAwardLine-Ex
        until AtEndOfAwards

    if wHaveMaster = 'Y'
        close GC99PLYR-FILE
    end-if
    close GC99ACHV-FILE

    if wAwardsPrinted = 0
        move "*** no awards earned yet ***" to PRINT-LINE
        write PRINT-LINE
    end-if

    move spaces to PRINT-LINE
    write PRINT-LINE
    move "AWARD  TITLE                         HOLDERS" to PRINT-LINE
    write PRINT-LINE
    move "-----  ----------------------------  -------" to PRINT-LINE
    write PRINT-LINE
    perform PrintOneAwardTotal thru PrintOneAwardTotal-Ex
        varying wAwardIdx from 1 by 1 until wAwardIdx > wAwardCount.
PrintAchievements-Ex. exit.

PrintOneAwardLine.
    read GC99ACHV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfAwards
        go to PrintOneAwardLine-Ex
    end-if

    if ACHV-REC-TYPE = 'D'
        if wAwardCount < wAwardMax
            add 1 to wAwardCount
            move ACHV-CODE   to AN-CODE(wAwardCount)
            move ACHV-TITLE  to AN-TITLE(wAwardCount)
            move ACHV-ACTIVE to AN-ACTIVE(wAwardCount)
            move 0           to AN-HOLDERS(wAwardCount)
        end-if
        go to PrintOneAwardLine-Ex
    end-if

    move 0      to wAwardPos
    move spaces to wAwardTitle
    perform FindAwardTitle thru FindAwardTitle-Ex
        varying wAwardIdx from 1 by 1 until wAwardIdx > wAwardCount
    if wAwardPos > 0
        move AN-TITLE(wAwardPos) to wAwardTitle
        add 1 to AN-HOLDERS(wAwardPos)
    end-if

    move spaces to wPlayerName
    if wHaveMaster = 'Y'
        move ACHV-INITIALS to PLYR-INITIALS
        read GC99PLYR-FILE
            invalid key     move spaces    to wPlayerName
            not invalid key move PLYR-NAME to wPlayerName
        end-read
    end-if

    move ACHV-GAME-DATE to wAwardDateEdit
    move spaces to PRINT-LINE
    string ACHV-INITIALS                     delimited by size
           "   " wPlayerName(1:20)           delimited by size
           "  " ACHV-CODE                    delimited by size
           "   " wAwardTitle                 delimited by size
           "  " wAwardDateEdit               delimited by size
           into PRINT-LINE
    write PRINT-LINE
    add 1 to wAwardsPrinted.
PrintOneAwardLine-Ex. exit.

FindAwardTitle.
    if AN-CODE(wAwardIdx) = ACHV-CODE
        move wAwardIdx to wAwardPos
    end-if.
FindAwardTitle-Ex. exit.

PrintOneAwardTotal.
    move spaces to PRINT-LINE
    string AN-CODE(wAwardIdx)                delimited by size
           "   " AN-TITLE(wAwardIdx)         delimited by size
           "  " AN-HOLDERS(wAwardIdx)        delimited by size
           into PRINT-LINE
    if AN-ACTIVE(wAwardIdx) not = 'Y'
        move "(withdrawn)" to PRINT-LINE(46:11)
    end-if
    write PRINT-LINE.
PrintOneAwardTotal-Ex. exit.

CountGamesToday.
    move 'N' to wEofSwitch
    move 0   to wGamesToday
               wDemoSkipped " on file, " wDemoToday " today"
            delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if

    if wHeldBack > 0
        move spaces to PRINT-LINE
        string "Scores held in suspense (see GC99SMNT): " wHeldBack
            delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if.
PrintTotals-Ex. exit.

StampRunControl-Ex. exit.

TerminateReport.
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if
    close GC99PRINT-FILE.
TerminateReport-Ex. exit.

