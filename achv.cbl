              >> SOURCE FORMAT IS FREE
*>****************************************************************
*> Purpose:    Achievements catalogue and back-award sweep for the
*>             GC99SNAKE file set. GC99SNAKE awards achievements live
*>             at game over from the catalogue on GC99ACHV.DAT; this
*>             job puts the stock catalogue on the file (any stock
*>             award missing from it is added, a definition already
*>             there is left exactly as it is) and then walks every
*>             game on the history - the live GC99HISC.DAT AND the
*>             archive GC99HARC.DAT - player by player in date order,
*>             awarding whatever the player earned before awards
*>             existed, against the game that earned it.
*> Rules:      the same rules GC99SNAKE applies at game over:
*>               S  score over the threshold
*>               L  level reached - taken off the game's move journal
*>                  GC99MOV.DAT; a game whose journal is gone cannot
*>                  earn it here
*>               K  day streak, counted over the player's games
*>               C  a scored game on every current library course
*>               D  place on the day's challenge as it stood when the
*>                  game ended
*>             Match wins (rule M) are awarded live only - the
*>             history does not record who won a hot-seat match.
*>             Demo/soak games (the reserved DMO initials),
*>             provisional scores recovered by GC99RCVR (game type
*>             'R') and scores GC99PLAU has put in suspense (pending,
*>             or voided on GC99SMNT) never earn; a pending score
*>             cleared later is picked up by the next run.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99ACHV.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release - the stock award catalogue, and
*>             every award the history already earned, back-awarded
*>             and listed on GC99ACHV.LST.
*>             1.1 shop parameters: the demo initials are read from
*>             GC99PARM.DAT, and the parameters in force head the
*>             report.
*>
*> Run this once to set up the catalogue - GC99SNAKE makes no awards
*> until it has - and again whenever scores come out of suspense.
*> An award is never made twice, so a rerun only adds what is new.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99ACHV.

ENVIRONMENT DIVISION.
configuration section.

input-output section.
file-control.
    *> the achievements file - catalogue and awards earned
    select GC99ACHV-FILE assign to "GC99ACHV.DAT"
        organization is indexed
        access mode is dynamic
        record key is ACHV-KEY
        file status is wAchvStatus.

    *> the live score history written by GC99SNAKE
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is sequential
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.

    *> the archive GC99ARCH purges old history records into - swept
    *> too, so a player's early games still earn
    select GC99HARC-FILE assign to "GC99HARC.DAT"
        organization is sequential
        file status is wHarcStatus.

    *> the move journal - the level each game reached; optional
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is dynamic
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> course library kept by GC99EDIT - the current courses the
    *> every-course award asks for; optional
    select GC99CRSE-FILE assign to "GC99CRSE.DAT"
        organization is sequential
        file status is wCrseStatus.

    *> score suspense kept by GC99PLAU / GC99SMNT - a pending or
    *> voided score does not earn; optional, no file = none held
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is random
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> sort work file - every game, by player, date and time
    select GC99SORTWK assign to "GC99SRT.TMP".

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed sweep report
    select GC99PRINT-FILE assign to "GC99ACHV.LST"
        organization is line sequential
        file status is wPrintStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99ACHV-FILE.
COPY 'GC99ACHV.CPY'.

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

FD  GC99MOV-FILE.
COPY 'GC99MOV.CPY'.

FD  GC99CRSE-FILE.
COPY 'GC99CRSE.CPY'.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

SD  GC99SORTWK.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99SORT-REC==
                              ==HISC-KEY==        BY ==SRT-KEY==
                              ==HISC-DATE==       BY ==SRT-DATE==
                              ==HISC-TIME==       BY ==SRT-TIME==
                              ==HISC-INITIALS==   BY ==SRT-INITIALS==
                              ==HISC-SNAKELEN==   BY ==SRT-SNAKELEN==
                              ==HISC-SIZEROW==    BY ==SRT-SIZEROW==
                              ==HISC-SIZECOL==    BY ==SRT-SIZECOL==
                              ==HISC-SCORE==      BY ==SRT-SCORE==
                              ==HISC-COURSE==     BY ==SRT-COURSE==
                              ==HISC-GAMETYPE==   BY ==SRT-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==SRT-CRSE-REV==.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

working-storage section.
01 wAchvStatus  pic x(2) value "00".
01 wHiscStatus  pic x(2) value "00".
01 wHarcStatus  pic x(2) value "00".
01 wMovStatus   pic x(2) value "00".
01 wCrseStatus  pic x(2) value "00".
01 wSuspStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.
01 wSortEof     pic x(1) value 'N'.
   88 AtEndOfSort value 'Y'.
01 wMovEof      pic x(1) value 'N'.

*> demo/soak games never earn
01 wDemoInitials pic x(03) value 'DMO'.

*> scores held in suspense - pending or voided, never earn
01 wHaveSuspense pic x(1) value 'N'.
01 wScoreHeld    pic x(1) value 'N'.
01 wHaveJournal  pic x(1) value 'N'.

*> the stock catalogue entry being put on the file
01 wStockCode      pic x(04)  value spaces.
01 wStockTitle     pic x(28)  value spaces.
01 wStockRule      pic x(01)  value space.
01 wStockThreshold pic 9(06)  value 0.

*> the active catalogue in core, with whether the player being
*> swept already holds each award
01 wDefMax      constant as 50.
01 wDefCount    pic 9(02) value 0.
01 wDefIdx      pic 9(02) value 0.
01 wDefDropped  pic 9(04) value 0.
01 AWARD-DEFS.
   05 DF-ENTRY occurs wDefMax.
      10 DF-CODE      pic x(04).
      10 DF-TITLE     pic x(28).
      10 DF-RULE      pic x(01).
      10 DF-THRESHOLD pic 9(06).
      10 DF-HELD      pic x(01).
      10 DF-AWARDED   pic 9(06).
01 wAwardMet    pic x(1)  value 'N'.
01 wNeedLevel   pic x(1)  value 'N'.
01 wNeedPlace   pic x(1)  value 'N'.

*> the library's current courses, ticked off per player
01 wLibMax      constant as 200.
01 wLibCount    pic 9(03) value 0.
01 wLibIdx      pic 9(03) value 0.
01 wLibUnseen   pic 9(03) value 0.
01 LIBRARY-COURSES.
   05 LC-ENTRY occurs wLibMax.
      10 LC-ID        pic x(08).
      10 LC-SEEN      pic x(01).

*> every challenge entry that counts, for placing a challenge game
*> against the entries of its day that came before it
01 wChalMax     constant as 5000.
01 wChalCount   pic 9(04) value 0.
01 wChalIdx     pic 9(04) value 0.
01 wChalDropped pic 9(06) value 0.
01 CHALLENGE-ENTRIES.
   05 CE-ENTRY occurs wChalMax.
      10 CE-DATE      pic 9(08).
      10 CE-TIME      pic 9(06).
      10 CE-SCORE     pic 9(06).

*> the player being swept - streak and level of the game in hand
01 wCurPlayer   pic x(03) value spaces.
01 wLastDate    pic 9(08) value 0.
01 wStreakDays  pic 9(04) value 0.
01 wGameLevel   pic 9(02) value 0.
01 wGamePlace   pic 9(04) value 0.

*> run counts
01 wLiveRead       pic 9(7) value 0.
01 wArcRead        pic 9(7) value 0.
01 wGamesSwept     pic 9(7) value 0.
01 wPlayersSwept   pic 9(6) value 0.
01 wHeldBack       pic 9(6) value 0.
01 wProvisional    pic 9(6) value 0.
01 wDemoSkipped    pic 9(6) value 0.
01 wNoJournal      pic 9(6) value 0.
01 wStockAdded     pic 9(2) value 0.
01 wAwardsMade     pic 9(6) value 0.

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.
01 wRunTime        pic 9(6)  value 0.
01 wGameDateEdit   pic 9(4)/9(2)/9(2) value 0.

*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform InitializeReport  thru InitializeReport-Ex
  perform OpenAchievements  thru OpenAchievements-Ex
  perform SeedCatalogue     thru SeedCatalogue-Ex
  perform LoadCatalogue     thru LoadCatalogue-Ex
  perform LoadLibrary       thru LoadLibrary-Ex
  perform OpenSuspense      thru OpenSuspense-Ex
  perform OpenJournal       thru OpenJournal-Ex
  perform SweepGames        thru SweepGames-Ex
  perform PrintCatalogue    thru PrintCatalogue-Ex
  perform PrintTotals       thru PrintTotals-Ex
  perform TerminateReport   thru TerminateReport-Ex
  stop run.

*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

InitializeReport.
    move function current-date(1:8) to wReportDate
    move function current-date(9:6) to wRunTime
    move wReportDate                to wReportDateEdit
    open output GC99PRINT-FILE
    move "GC99SNAKE  -  ACHIEVEMENTS BACK-AWARD SWEEP"  to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
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

OpenAchievements.
    *> the first run creates the file
    open i-o GC99ACHV-FILE
    if wAchvStatus = "35"
        open output GC99ACHV-FILE
        close GC99ACHV-FILE
        open i-o GC99ACHV-FILE
    end-if
    if wAchvStatus not = "00"
        move spaces to PRINT-LINE
        string "*** unable to open GC99ACHV.DAT, status " wAchvStatus
               " - nothing awarded ***"
            delimited by size into PRINT-LINE
        write PRINT-LINE
        close GC99PRINT-FILE
        display '*** unable to open GC99ACHV.DAT, status ' wAchvStatus ' ***'
        move 8 to return-code
        goback
    end-if.
OpenAchievements-Ex. exit.

SeedCatalogue.
    *> the stock awards; one already on file - withdrawn, or with its
    *> threshold changed - stays as it is
    move 0 to wStockAdded

    move "S500"                         to wStockCode
    move "First game over 500 points"   to wStockTitle
    move "S"                            to wStockRule
    move 500                            to wStockThreshold
    perform AddStockAward thru AddStockAward-Ex

    move "LV05"                         to wStockCode
    move "Reached level 5"              to wStockTitle
    move "L"                            to wStockRule
    move 5                              to wStockThreshold
    perform AddStockAward thru AddStockAward-Ex

    move "ST07"                         to wStockCode
    move "Seven-day playing streak"     to wStockTitle
    move "K"                            to wStockRule
    move 7                              to wStockThreshold
    perform AddStockAward thru AddStockAward-Ex

    move "CRSE"                         to wStockCode
    move "Finished all library courses" to wStockTitle
    move "C"                            to wStockRule
    move 0                              to wStockThreshold
    perform AddStockAward thru AddStockAward-Ex

    move "MTCH"                         to wStockCode
    move "Won a hot-seat match"         to wStockTitle
    move "M"                            to wStockRule
    move 0                              to wStockThreshold
    perform AddStockAward thru AddStockAward-Ex

    move "CH03"                         to wStockCode
    move "Top three in daily challenge" to wStockTitle
    move "D"                            to wStockRule
    move 3                              to wStockThreshold
    perform AddStockAward thru AddStockAward-Ex.
SeedCatalogue-Ex. exit.

AddStockAward.
    move spaces     to ACHV-INITIALS
    move wStockCode to ACHV-CODE
    read GC99ACHV-FILE
        invalid key     continue
        not invalid key go to AddStockAward-Ex
    end-read

    initialize GC99ACHV-REC
    move spaces          to ACHV-INITIALS
    move wStockCode      to ACHV-CODE
    move 'D'             to ACHV-REC-TYPE
    move wStockTitle     to ACHV-TITLE
    move wStockRule      to ACHV-RULE
    move wStockThreshold to ACHV-THRESHOLD
    move 'Y'             to ACHV-ACTIVE
    write GC99ACHV-REC
        invalid key     continue
        not invalid key add 1 to wStockAdded
    end-write.
AddStockAward-Ex. exit.

LoadCatalogue.
    *> the definitions are keyed on blank initials, so they are the
    *> first records on the file
    move 0      to wDefCount
    move 'N'    to wEofSwitch
    move spaces to ACHV-KEY
    start GC99ACHV-FILE key >= ACHV-KEY
        invalid key move 'Y' to wEofSwitch
    end-start
    perform LoadOneDefinition thru LoadOneDefinition-Ex
        until AtEndOfFile.
LoadCatalogue-Ex. exit.

LoadOneDefinition.
    read GC99ACHV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to LoadOneDefinition-Ex
    end-if
    if ACHV-INITIALS not = spaces
        move 'Y' to wEofSwitch
        go to LoadOneDefinition-Ex
    end-if

    if ACHV-REC-TYPE not = 'D' or ACHV-ACTIVE not = 'Y'
        go to LoadOneDefinition-Ex
    end-if
    if wDefCount = wDefMax
        add 1 to wDefDropped
        go to LoadOneDefinition-Ex
    end-if
    add 1 to wDefCount
    move ACHV-CODE      to DF-CODE(wDefCount)
    move ACHV-TITLE     to DF-TITLE(wDefCount)
    move ACHV-RULE      to DF-RULE(wDefCount)
    move ACHV-THRESHOLD to DF-THRESHOLD(wDefCount)
    move 'N'            to DF-HELD(wDefCount)
    move 0              to DF-AWARDED(wDefCount).
LoadOneDefinition-Ex. exit.

LoadLibrary.
    *> the current revision headers - one per course the every-course
    *> award asks for; no library, no such award
    move 0   to wLibCount
    move 'N' to wEofSwitch
    open input GC99CRSE-FILE
    if wCrseStatus not = "00"
        go to LoadLibrary-Ex
    end-if
    perform LoadOneLibraryCourse thru LoadOneLibraryCourse-Ex
        until AtEndOfFile or wLibCount = wLibMax
    close GC99CRSE-FILE.
LoadLibrary-Ex. exit.

LoadOneLibraryCourse.
    read GC99CRSE-FILE
        at end move 'Y' to wEofSwitch
    end-read

    if not AtEndOfFile and CRSE-REC-TYPE = 'H'
        and CRSE-STATUS = 'C'
        add 1 to wLibCount
        move CRSE-ID to LC-ID(wLibCount)
        move 'N'     to LC-SEEN(wLibCount)
    end-if.
LoadOneLibraryCourse-Ex. exit.

OpenSuspense.
    *> held open for the keyed look-ups while the sort is fed
    move 'N' to wHaveSuspense
    open input GC99SUSP-FILE
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    end-if.
OpenSuspense-Ex. exit.

OpenJournal.
    *> held open for the level look-ups while the awards are made
    move 'N' to wHaveJournal
    open input GC99MOV-FILE
    if wMovStatus = "00"
        move 'Y' to wHaveJournal
    else
        if wMovStatus = "39"
            move "*** move journal is an old layout - run GC99HCNV first ***" to PRINT-LINE
        else
            move "*** no move journal on file - no level awards this run ***" to PRINT-LINE
        end-if
        write PRINT-LINE
    end-if.
OpenJournal-Ex. exit.

SweepGames.
    *> every game that counts, player by player in date order
    move "AWARDS MADE" to PRINT-LINE
    write PRINT-LINE
    move "INI   AWARD  TITLE                         GAME DATE   TIME    SCORE" to PRINT-LINE
    write PRINT-LINE
    move "---   -----  ----------------------------  ----------  ------  ------" to PRINT-LINE
    write PRINT-LINE

    sort GC99SORTWK on ascending key SRT-INITIALS
                       ascending key SRT-DATE
                       ascending key SRT-TIME
        input procedure  is FeedGames   thru FeedGames-Ex
        output procedure is AwardGames  thru AwardGames-Ex

    if wAwardsMade = 0
        move "No new awards." to PRINT-LINE
        write PRINT-LINE
    end-if.
SweepGames-Ex. exit.

FeedGames.
    move 0   to wChalCount
    move 'N' to wEofSwitch
    open input GC99HISC-FILE
    if wHiscStatus = "00"
        perform FeedOneLiveRec thru FeedOneLiveRec-Ex until AtEndOfFile
        close GC99HISC-FILE
    else
        if wHiscStatus = "39"
            move "*** score history is an old layout - run GC99HCNV first ***" to PRINT-LINE
            write PRINT-LINE
        end-if
    end-if

    *> the archive holds what GC99ARCH already purged - without it a
    *> player's early games would be missed
    move 'N' to wEofSwitch
    open input GC99HARC-FILE
    if wHarcStatus = "00"
        perform FeedOneArcRec thru FeedOneArcRec-Ex until AtEndOfFile
        close GC99HARC-FILE
    end-if.
FeedGames-Ex. exit.

FeedOneLiveRec.
    read GC99HISC-FILE next record
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to FeedOneLiveRec-Ex
    end-if

    add 1 to wLiveRead
    perform SelectOneGame thru SelectOneGame-Ex.
FeedOneLiveRec-Ex. exit.

FeedOneArcRec.
    read GC99HARC-FILE
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfFile
        go to FeedOneArcRec-Ex
    end-if

    add 1 to wArcRead
    *> the archive record wears the same layout - hand it to the
    *> common selection through the live record area
    move GC99HARC-REC to GC99HISC-REC
    perform SelectOneGame thru SelectOneGame-Ex.
FeedOneArcRec-Ex. exit.

SelectOneGame.
    *> the game in GC99HISC-REC earns when it is neither a demo, a
    *> provisional recovered score nor held in suspense
    if HISC-INITIALS = wDemoInitials
        add 1 to wDemoSkipped
        go to SelectOneGame-Ex
    end-if
    if HISC-GAMETYPE = 'R'
        add 1 to wProvisional
        go to SelectOneGame-Ex
    end-if
    perform CheckSuspense thru CheckSuspense-Ex
    if wScoreHeld = 'Y'
        add 1 to wHeldBack
        go to SelectOneGame-Ex
    end-if

    if HISC-GAMETYPE = 'C'
        if wChalCount = wChalMax
            add 1 to wChalDropped
        else
            add 1 to wChalCount
            move HISC-DATE  to CE-DATE(wChalCount)
            move HISC-TIME  to CE-TIME(wChalCount)
            move HISC-SCORE to CE-SCORE(wChalCount)
        end-if
    end-if

    move GC99HISC-REC to GC99SORT-REC
    release GC99SORT-REC.
SelectOneGame-Ex. exit.

CheckSuspense.
    *> a score GC99PLAU could not account for does not earn while it
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

AwardGames.
    move spaces to wCurPlayer
    move 'N'    to wSortEof
    perform AwardOneGame thru AwardOneGame-Ex until AtEndOfSort.
AwardGames-Ex. exit.

AwardOneGame.
    return GC99SORTWK
        at end move 'Y' to wSortEof
    end-return

    if AtEndOfSort
        go to AwardOneGame-Ex
    end-if

    add 1 to wGamesSwept
    if SRT-INITIALS not = wCurPlayer
        perform StartPlayer thru StartPlayer-Ex
    end-if

    *> the day streak as GC99SNAKE keeps it on GC99RECS.DAT
    evaluate true
        when SRT-DATE = wLastDate
            continue
        when wLastDate > 0
         and function integer-of-date(SRT-DATE)
           = function integer-of-date(wLastDate) + 1
            add 1 to wStreakDays
        when other
            move 1 to wStreakDays
    end-evaluate
    move SRT-DATE to wLastDate

    if SRT-COURSE not = spaces
        perform TickOneLibraryCourse thru TickOneLibraryCourse-Ex
            varying wLibIdx from 1 by 1 until wLibIdx > wLibCount
    end-if

    *> the journal and challenge look-ups only when an award still
    *> open to the player needs them
    move 'N' to wNeedLevel wNeedPlace
    perform CheckOneNeed thru CheckOneNeed-Ex
        varying wDefIdx from 1 by 1 until wDefIdx > wDefCount
    move 0 to wGameLevel
    if wNeedLevel = 'Y'
        perform FindGameLevel thru FindGameLevel-Ex
    end-if
    move 0 to wGamePlace
    if wNeedPlace = 'Y' and SRT-GAMETYPE = 'C'
        move 1 to wGamePlace
        perform PlaceOneEntry thru PlaceOneEntry-Ex
            varying wChalIdx from 1 by 1 until wChalIdx > wChalCount
    end-if

    perform TryOneAward thru TryOneAward-Ex
        varying wDefIdx from 1 by 1 until wDefIdx > wDefCount.
AwardOneGame-Ex. exit.

StartPlayer.
    *> a new player: fresh streak and course ticks, and the awards
    *> they already hold looked up once
    move SRT-INITIALS to wCurPlayer
    move 0            to wLastDate wStreakDays
    move wLibCount    to wLibUnseen
    add 1 to wPlayersSwept
    perform ClearOneLibraryCourse thru ClearOneLibraryCourse-Ex
        varying wLibIdx from 1 by 1 until wLibIdx > wLibCount
    perform CheckOneHeld thru CheckOneHeld-Ex
        varying wDefIdx from 1 by 1 until wDefIdx > wDefCount.
StartPlayer-Ex. exit.

ClearOneLibraryCourse.
    move 'N' to LC-SEEN(wLibIdx).
ClearOneLibraryCourse-Ex. exit.

CheckOneHeld.
    move wCurPlayer       to ACHV-INITIALS
    move DF-CODE(wDefIdx) to ACHV-CODE
    read GC99ACHV-FILE
        invalid key     move 'N' to DF-HELD(wDefIdx)
        not invalid key move 'Y' to DF-HELD(wDefIdx)
    end-read.
CheckOneHeld-Ex. exit.

TickOneLibraryCourse.
    if LC-ID(wLibIdx) = SRT-COURSE and LC-SEEN(wLibIdx) = 'N'
        move 'Y' to LC-SEEN(wLibIdx)
        subtract 1 from wLibUnseen
    end-if.
TickOneLibraryCourse-Ex. exit.

CheckOneNeed.
    if DF-HELD(wDefIdx) = 'N'
        evaluate DF-RULE(wDefIdx)
            when 'L'   move 'Y' to wNeedLevel
            when 'D'   move 'Y' to wNeedPlace
            when other continue
        end-evaluate
    end-if.
CheckOneNeed-Ex. exit.

FindGameLevel.
    *> the highest level any of the game's journal events was logged
    *> at - levels only ever go up within a game
    if wHaveJournal not = 'Y'
        go to FindGameLevel-Ex
    end-if
    move 'N'          to wMovEof
    move SRT-DATE     to MOV-DATE
    move SRT-TIME     to MOV-TIME
    move SRT-INITIALS to MOV-INITIALS
    move 0            to MOV-SEQ
    start GC99MOV-FILE key >= MOV-KEY
        invalid key move 'Y' to wMovEof
    end-start
    perform ReadOneJournalEvent thru ReadOneJournalEvent-Ex
        until wMovEof = 'Y'
    if wGameLevel = 0
        add 1 to wNoJournal
    end-if.
FindGameLevel-Ex. exit.

ReadOneJournalEvent.
    read GC99MOV-FILE next record
        at end move 'Y' to wMovEof
    end-read

    if wMovEof = 'Y'
        go to ReadOneJournalEvent-Ex
    end-if
    if MOV-DATE not = SRT-DATE or MOV-TIME not = SRT-TIME
        or MOV-INITIALS not = SRT-INITIALS
        move 'Y' to wMovEof
        go to ReadOneJournalEvent-Ex
    end-if

    if MOV-LEVEL > wGameLevel
        move MOV-LEVEL to wGameLevel
    end-if.
ReadOneJournalEvent-Ex. exit.

PlaceOneEntry.
    *> one place lost to every entry of the same day, up to the
    *> game's own end, that scored more
    if CE-DATE(wChalIdx) = SRT-DATE
        and CE-TIME(wChalIdx) <= SRT-TIME
        and CE-SCORE(wChalIdx) > SRT-SCORE
        add 1 to wGamePlace
    end-if.
PlaceOneEntry-Ex. exit.

TryOneAward.
    if DF-HELD(wDefIdx) = 'Y'
        go to TryOneAward-Ex
    end-if

    move 'N' to wAwardMet
    evaluate DF-RULE(wDefIdx)
        when 'S'
            if SRT-SCORE > DF-THRESHOLD(wDefIdx)
                move 'Y' to wAwardMet
            end-if
        when 'L'
            if wGameLevel >= DF-THRESHOLD(wDefIdx)
                and wGameLevel > 0
                move 'Y' to wAwardMet
            end-if
        when 'K'
            if wStreakDays >= DF-THRESHOLD(wDefIdx)
                move 'Y' to wAwardMet
            end-if
        when 'C'
            if wLibCount > 0 and wLibUnseen = 0
                move 'Y' to wAwardMet
            end-if
        when 'D'
            if wGamePlace > 0
                and wGamePlace <= DF-THRESHOLD(wDefIdx)
                move 'Y' to wAwardMet
            end-if
        when other
            continue *> match wins are never on the history
    end-evaluate
    if wAwardMet not = 'Y'
        go to TryOneAward-Ex
    end-if

    initialize GC99ACHV-REC
    move wCurPlayer       to ACHV-INITIALS
    move DF-CODE(wDefIdx) to ACHV-CODE
    move 'E'              to ACHV-REC-TYPE
    move wReportDate      to ACHV-EARN-DATE
    move wRunTime         to ACHV-EARN-TIME
    move SRT-DATE         to ACHV-GAME-DATE
    move SRT-TIME         to ACHV-GAME-TIME
    move SRT-SCORE        to ACHV-GAME-SCORE
    move 'B'              to ACHV-SOURCE
    *> a live award made while this run was going is simply held
    move 'Y' to DF-HELD(wDefIdx)
    write GC99ACHV-REC
        invalid key go to TryOneAward-Ex
    end-write

    add 1 to DF-AWARDED(wDefIdx) wAwardsMade
    move SRT-DATE to wGameDateEdit
    move spaces   to PRINT-LINE
    string wCurPlayer                        delimited by size
           "   " DF-CODE(wDefIdx)            delimited by size
           "   " DF-TITLE(wDefIdx)           delimited by size
           "  " wGameDateEdit                delimited by size
           "  " SRT-TIME                     delimited by size
           "  " SRT-SCORE                    delimited by size
           into PRINT-LINE
    write PRINT-LINE.
TryOneAward-Ex. exit.

PrintCatalogue.
    *> the active catalogue with what this run added under each award
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "CATALOGUE (active awards)" to PRINT-LINE
    write PRINT-LINE
    move "AWARD  TITLE                         RULE  THRESHOLD  AWARDED" to PRINT-LINE
    write PRINT-LINE
    move "-----  ----------------------------  ----  ---------  -------" to PRINT-LINE
    write PRINT-LINE
    if wDefCount = 0
        move "*** no active awards on the catalogue ***" to PRINT-LINE
        write PRINT-LINE
    end-if
    perform PrintOneDefinition thru PrintOneDefinition-Ex
        varying wDefIdx from 1 by 1 until wDefIdx > wDefCount.
PrintCatalogue-Ex. exit.

PrintOneDefinition.
    move spaces to PRINT-LINE
    string DF-CODE(wDefIdx)                  delimited by size
           "   " DF-TITLE(wDefIdx)           delimited by size
           "  " DF-RULE(wDefIdx)             delimited by size
           "        " DF-THRESHOLD(wDefIdx)  delimited by size
           "   " DF-AWARDED(wDefIdx)         delimited by size
           into PRINT-LINE
    if DF-RULE(wDefIdx) = 'M'
        move "live only" to PRINT-LINE(63:9)
    end-if
    write PRINT-LINE.
PrintOneDefinition-Ex. exit.

PrintTotals.
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "RUN COUNTS" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Stock awards added ...........: " wStockAdded
        delimited by size into PRINT-LINE
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
    string "Games swept / players ........: " wGamesSwept
           " / " wPlayersSwept
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Demo/soak games (" wDemoInitials ") skipped .: " wDemoSkipped
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
    string "Games with no journal ........: " wNoJournal
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Awards made ..................: " wAwardsMade
        delimited by size into PRINT-LINE
    write PRINT-LINE

    if wDefDropped > 0
        move spaces to PRINT-LINE
        string "*** WARNING: " wDefDropped " awards beyond the "
               "in-core catalogue limit were not swept ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if
    if wChalDropped > 0
        move spaces to PRINT-LINE
        string "*** WARNING: " wChalDropped " challenge entries beyond "
               "the in-core limit were not placed ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if.
PrintTotals-Ex. exit.

TerminateReport.
    close GC99ACHV-FILE
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if
    if wHaveJournal = 'Y'
        close GC99MOV-FILE
    end-if
    close GC99PRINT-FILE
    display ' '
    display 'Achievements sweep: ' wAwardsMade ' awards made, spooled to GC99ACHV.LST'.
TerminateReport-Ex. exit.

End program GC99ACHV.
