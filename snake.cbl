*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.14 2026.10.15
*> Changelog:  1.0 first release.
*>             1.2 named obstacle-course library: a course picked from
*>             GC99CRSE.DAT at startup replaces the flat GC99OBS.DAT
*>             GC99RUNC.DAT at startup and deregisters at exit, and
*>             the game refuses to start while the operator has the
*>             GC99MENU batch window open.
*>             1.8 GC99MOV.DAT is now indexed on MOV-KEY: the journal
*>             is written by key, and an unconverted sequential
*>             journal is named for GC99HCNV instead of appended to.
*>             1.9 live session status: the session keeps its own row
*>             on GC99SESS.DAT (workstation, player, course, mode,
*>             score, level) from registration to exit, refreshed at
*>             game start and end and on the checkpoint tick, for the
*>             GC99SPEC spectator board and GC99MENU's silence check.
*>             1.10 course revisions: the picker offers each course's
*>             current revision and the game loads that revision's
*>             cells; the revision is stamped on the score, the
*>             checkpoint and every journal event, and a resumed game
*>             goes back onto the revision it was saved on.
*>             1.11 achievements: at game over every award on the
*>             GC99ACHV.DAT catalogue the player does not yet hold is
*>             tried against the game, and each one earned is written
*>             with the game's key and announced under the side panel
*>             while the GAME OVER banner is up; a settled hot-seat
*>             match tries the match award for its winner.
*>             1.12 shop parameters: the food, bonus and classic-wall
*>             points, the bonus food's frequency and lifetime, the
*>             checkpoint interval and the demo initials are read
*>             from GC99PARM.DAT at startup instead of compiled in.
*>             1.13 a session swept while idle is not counted back in
*>             once the batch window has opened - it ends as a closed
*>             window ends a registration.
*>             1.14 a session leaving takes itself off the run control
*>             count only when its own status row was still on file.
*>
*> Playing:  gc99snake
*> The game is on a 13x13 grid with wrap-around.
    *> move-by-move journal of every finished game, keyed back to the
    *> HISC-KEY of its score record, replayed by GC99RPLY
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is dynamic
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> run control behind the GC99MENU batch window - a game session
        organization is sequential
        file status is wRuncStatus.

    *> live session status - this session's own row, written at
    *> registration, refreshed as the games go and deleted at exit,
    *> so the operator can see who is on and what is still alive
    select GC99SESS-FILE assign to "GC99SESS.DAT"
        organization is indexed
        access mode is random
        record key is SESS-KEY
        file status is wSessStatus.

    *> per-player records - personal best, games played, streak
    *> facts - updated at every game over so the banner can announce
    *> a new personal best or shop record the moment it happens
        record key is PLYR-INITIALS
        file status is wPlyrStatus.

    *> player achievements - the award catalogue GC99ACHV keeps at
    *> the front of the file, and one row per award earned; awards
    *> are made at game over and announced under the side panel
    select GC99ACHV-FILE assign to "GC99ACHV.DAT"
        organization is indexed
        access mode is dynamic
        record key is ACHV-KEY
        file status is wAchvStatus.

    *> shop parameters - scoring rules and limits, read at startup
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is random
        record key is PARM-CODE
        file status is wParmStatus.

*>****************************************************************
*>
*>****************************************************************
FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

FD  GC99SESS-FILE.
COPY 'GC99SESS.CPY'.

FD  GC99RECS-FILE.
COPY 'GC99RECS.CPY'.

FD  GC99PLYR-FILE.
COPY 'GC99PLYR.CPY'.

FD  GC99ACHV-FILE.
COPY 'GC99ACHV.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

working-storage section.
01 wHiscStatus pic x(2) value "00".
01 wChkStatus  pic x(2) value "00".
01 wChkCounter pic 9(3) value 0.
01 wChkEvery   pic 9(3) value 10.
01 wParmStatus pic x(2) value "00".

*> this session's row on GC99SESS.DAT - the key is kept here so every
*> refresh can go straight back to it
01 wSessStatus      pic x(2) value "00".
01 wSessKey.
   05 wSessWorkstation pic x(15) value spaces.
   05 wSessStartDate   pic 9(08) value 0.
   05 wSessStartTime   pic 9(06) value 0.
01 wSessFound       pic x(01) value 'N'.
01 wSessRegistered  pic x(01) value 'N'.
01 wResumeFlag pic x(1) value 'N'.
01 wObsStatus  pic x(2) value "00".
01 wObsEof     pic x(1) value 'N'.

*> the library course picked at startup; spaces = the flat GC99OBS.DAT
*> layout (or no obstacles at all), which is also what goes onto the
*> score record's HISC-COURSE; wCourseRev is the course's current
*> revision as picked (zero on the flat layout)
01 wCrseStatus  pic x(2) value "00".
01 wCrseEof     pic x(1) value 'N'.
01 wCourseId    pic x(08) value spaces.
01 wCourseRev   pic 9(03) value 0.
01 wChkReload   pic x(01) value 'N'.
01 wCourseName  pic x(30) value spaces.
01 wCourseFound pic x(01) value 'N'.
01 wCourseCount pic 9(03) value 0.
*> animates the idle breakroom terminal until any key hands it back,
*> soak plays a set number of games unattended against a chosen
*> course. Demo scores land on the history under DMO so the reports
*> can keep them off the leaderboard (shop parameter DEMOINIT)
01 wDemoInitials pic x(03) value 'DMO'.
01 wDemoFlag   pic x(01) value 'N'.
   88 DemoActive  values 'A' 'S'.
   88 AttractDemo value 'A'.
*> the real score: regular food is worth wFoodPoints times the level,
*> the occasional bonus food a premium, and finishing a classic-wall
*> game earns a completion bonus. The score drives the level
*> thresholds and is the ranking value on the score history. These
*> are the shipped values; GC99PARM.DAT overrides them at startup
01 wFoodPoints   pic 9(03) value 10.
01 wBonusPoints  pic 9(03) value 50.
01 wBonusEvery   pic 9(02) value 5.  *> a bonus appears after every 5th food
01 wBonusLife    pic 9(03) value 25. *> ...and lasts this many moves
01 wClassicBonus pic 9(04) value 100.
01 wScore        pic 9(06) value 0.
01 wFoodsEaten   pic 9(04) value 0.
01 wBonusOnBoard pic x(01) value 'N'.
01 wNewShop        pic x(1)  value 'N'.
01 wTodayDate      pic 9(08) value 0.
01 wYesterDate     pic 9(08) value 0.
01 wStreakDays     pic 9(04) value 0.

*> achievements: the active catalogue is loaded from the front of
*> GC99ACHV.DAT and every award the player does not already hold is
*> tried against the game just finished (wAwardPass 'G'), or, for a
*> hot-seat match, against the winner once the match is settled
*> (wAwardPass 'M'); each new award is announced from wAwardLin down
01 wAchvStatus     pic x(2)  value "00".
01 wAchvEof        pic x(1)  value 'N'.
01 wAwardPass      pic x(1)  value 'G'.
01 wAwardMet       pic x(1)  value 'N'.
01 wAwardCount     pic 9(02) value 0.
01 wAwardLin       pic 9(03) value 0.
01 wAwardCol       pic 9(03) value 0.
01 wAwardLinMax    pic 9(03) value 0.
01 wAwardGameDate  pic 9(08) value 0.
01 wAwardGameTime  pic 9(06) value 0.
01 wAwardScore     pic 9(06) value 0.
01 wAwardPlace     pic 9(04) value 0.
01 wDefMax         constant as 50.
01 wDefCount       pic 9(02) value 0.
01 wDefIdx         pic 9(02) value 0.
01 AWARD-DEFS.
   05 AD-ENTRY occurs wDefMax.
      10 AD-CODE      pic x(04).
      10 AD-TITLE     pic x(28).
      10 AD-RULE      pic x(01).
      10 AD-THRESHOLD pic 9(06).

*> every-course award: the library's current courses, each ticked off
*> as the player's score history turns up a game on it
01 wLibMax         constant as 200.
01 wLibCount       pic 9(03) value 0.
01 wLibIdx         pic 9(03) value 0.
01 wLibUnseen      pic 9(03) value 0.
01 wHiscEof        pic x(1)  value 'N'.
01 LIBRARY-COURSES.
   05 LC-ENTRY occurs wLibMax.
      10 LC-ID        pic x(08).
      10 LC-SEEN      pic x(01).

*> hot-seat match award: each player's last game of the match, the
*> game a match win is recorded against
01 wMatchKeyDate1  pic 9(08) value 0.
01 wMatchKeyTime1  pic 9(06) value 0.
01 wMatchScore1    pic 9(06) value 0.
01 wMatchKeyDate2  pic 9(08) value 0.
01 wMatchKeyTime2  pic 9(06) value 0.
01 wMatchScore2    pic 9(06) value 0.
01 wSavedInitials  pic x(03) value spaces.

*> QA replay support - seed FUNCTION RANDOM so two runs produce the
*> exact same food sequence
  move function current-date(1:8) to wAuditStartDate
  move function current-date(9:6) to wAuditStartTime

  *> the shop's scoring rules and limits, as GC99TMNT last set them
  perform LoadParameters thru LoadParameters-Ex

  *> the evening batch window: while it is open no game may start,
  *> and while this session is registered no maintenance job will
  perform RegisterSession thru RegisterSession-Ex.
PlayOneGame.
  *> one full game, start state already on the board: run the game
  *> loop to game over (or ESC), then log the score and its journal
  perform RefreshSession thru RefreshSession-Ex

  *> ***************************************************************
  *>  G A M E   L O O P
  *> ***************************************************************

        *> automatic checkpoint every wChkEvery moves; a demo game is
        *> not worth resuming, and must never leave a checkpoint a
        *> real player could pick up by accident. The session row is
        *> refreshed on the same tick, demo or not, so the spectator
        *> board follows every game on the floor
        add 1 to wChkCounter
        if wChkCounter >= wChkEvery
            if not DemoActive
                perform WriteCheckpoint thru WriteCheckpoint-Ex
            end-if
            perform RefreshSession thru RefreshSession-Ex
            move 0 to wChkCounter
        end-if

  end-if

  perform WriteMoveJournal thru WriteMoveJournal-Ex
  perform RefreshSession   thru RefreshSession-Ex

  *> in a match or a demo run every game gets its own audit record,
  *> stamped at this game's end, so the reconciliation can pair each
    perform ResetGameState thru ResetGameState-Ex
    perform PlayOneGame   thru PlayOneGame-Ex
    move wScore   to MR-SCORE1(wRound)
    move wGameKeyDate to wMatchKeyDate1
    move wGameKeyTime to wMatchKeyTime1
    move wScore       to wMatchScore1
    if wGameEscaped = 'Y'
        move 'Y' to wMatchAborted
        go to PlayOneRound-Ex
    perform ResetGameState thru ResetGameState-Ex
    perform PlayOneGame   thru PlayOneGame-Ex
    move wScore   to MR-SCORE2(wRound)
    move wGameKeyDate to wMatchKeyDate2
    move wGameKeyTime to wMatchKeyTime2
    move wScore       to wMatchScore2
    if wGameEscaped = 'Y'
        move 'Y' to wMatchAborted
        go to PlayOneRound-Ex
            display 'THE MATCH IS A TIE' at line wSummaryLin col 20
    end-evaluate

    *> a settled match may earn the winner the match award, shown
    *> under the result
    if wMatchAborted not = 'Y' and wWins1 not = wWins2
        perform AwardMatchWin thru AwardMatchWin-Ex
        if wAwardCount > 0
            move wAwardLin to wSummaryLin
        end-if
    end-if

    add 2 to wSummaryLin
    display ' press ENTER to leave ... ' at line wSummaryLin col 20
        accept omitted.
    move 'N'    to wDemoFlag wDemoKeyHit wSeeded wResumeFlag
                   wBonusOnBoard wHaveOldBox
    move spaces to wPlayerInitials wCourseId wCourseName wSeedEntry
    move 0      to wCourseRev
    move space  to wAnswer wDemoEntry wGameType wChallengeEntry
    move 'W'    to wWallMode
    move 'K'    to wGameMode
    move 0      to wScore wFoodsEaten wBonusTimer wMoveNumber
                   wMovCount wChkCounter wDemoGames
    move 0      to wGameStartDate wGameStartTime
    move 9999   to wCRT-STATUS
    *> the session row goes back to "at the startup prompt" as well
    perform RefreshSession thru RefreshSession-Ex.
RestartDefaults-Ex. exit.

DemoSteer.
        goback
    end-if
    add 1 to RUNC-SESSIONS
    perform WriteRunControl thru WriteRunControl-Ex

    *> and the session's own row on the status file, keyed by the
    *> workstation and this registration's stamp
    perform NameWorkstation thru NameWorkstation-Ex
    move function current-date(1:8) to wSessStartDate
    move function current-date(9:6) to wSessStartTime
    perform RefreshSession thru RefreshSession-Ex.
RegisterSession-Ex. exit.

LoadParameters.
    *> one keyed read per parameter the game applies; one not on
    *> file, or no parameter file at all, keeps the shipped value
    open input GC99PARM-FILE
    if wParmStatus not = "00"
        go to LoadParameters-Ex
    end-if
    move 'FOODPTS' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wFoodPoints
    end-read
    move 'BONUSPTS' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wBonusPoints
    end-read
    move 'BONUSEVY' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wBonusEvery
    end-read
    move 'BONUSLIF' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wBonusLife
    end-read
    move 'CLASSBNS' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wClassicBonus
    end-read
    move 'CHKEVERY' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wChkEvery
    end-read
    move 'DEMOINIT' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-VALUE to wDemoInitials
    end-read
    close GC99PARM-FILE.
LoadParameters-Ex. exit.

DeregisterSession.
    *> the session leaves the count only if its row is still there:
    *> a row GC99MENU's Z swept while the player sat idle was taken
    *> out of the count then, and a second subtract would under-count
    *> a game still running on another terminal
    move 'N' to wSessFound
    open i-o GC99SESS-FILE
    evaluate wSessStatus
        when "00"
            move wSessKey to SESS-KEY
            delete GC99SESS-FILE record
                invalid key     continue
                not invalid key move 'Y' to wSessFound
            end-delete
            close GC99SESS-FILE
        when "35"
            move 'Y' to wSessFound
        when other
            continue
    end-evaluate
    if wSessFound not = 'Y'
        go to DeregisterSession-Ex
    end-if

    perform ReadRunControl thru ReadRunControl-Ex
    if RUNC-SESSIONS > 0
        subtract 1 from RUNC-SESSIONS
    perform WriteRunControl thru WriteRunControl-Ex.
DeregisterSession-Ex. exit.

NameWorkstation.
    *> the name the operator knows the terminal by: GC99WKSTN when
    *> the shop has set one, else the machine's own host name
    move spaces to wSessWorkstation
    accept wSessWorkstation from environment 'GC99WKSTN'
    if wSessWorkstation = spaces
        accept wSessWorkstation from environment 'HOSTNAME'
    end-if
    if wSessWorkstation = spaces
        accept wSessWorkstation from environment 'COMPUTERNAME'
    end-if
    if wSessWorkstation = spaces
        move 'UNKNOWN' to wSessWorkstation
    end-if.
NameWorkstation-Ex. exit.

RefreshSession.
    *> rewrite this session's row with what it is doing right now.
    *> A row that is not there any more was swept by GC99MENU's Z
    *> while the session sat silent (a player walked away from the
    *> GAME OVER banner): it is written back and the session counted
    *> in again, so the run control never under-counts a live game -
    *> unless the batch window has opened meanwhile, when the session
    *> ends here the way a refused registration does
    if wSessStartDate = 0
        go to RefreshSession-Ex
    end-if
    open i-o GC99SESS-FILE
    if wSessStatus = "35"
        open output GC99SESS-FILE
        close GC99SESS-FILE
        open i-o GC99SESS-FILE
    end-if
    if wSessStatus not = "00"
        go to RefreshSession-Ex
    end-if

    move 'Y'      to wSessFound
    move wSessKey to SESS-KEY
    read GC99SESS-FILE
        invalid key move 'N' to wSessFound
    end-read

    move wSessKey        to SESS-KEY
    move wPlayerInitials to SESS-INITIALS
    move wCourseId       to SESS-COURSE
    evaluate true
        when wPlayerInitials = spaces move space to SESS-MODE
        when DemoActive               move 'D'   to SESS-MODE
        when TwoPlayerMatch           move 'M'   to SESS-MODE
        when ChallengeGame            move 'C'   to SESS-MODE
        when other                    move 'S'   to SESS-MODE
    end-evaluate
    move wScore    to SESS-SCORE
    move wCurLevel to SESS-LEVEL
    move function current-date(1:8) to SESS-UPD-DATE
    move function current-date(9:6) to SESS-UPD-TIME

    if wSessFound = 'Y'
        rewrite GC99SESS-REC
            invalid key continue
        end-rewrite
        close GC99SESS-FILE
        move 'Y' to wSessRegistered
        go to RefreshSession-Ex
    end-if

    *> the very first write is the registration itself; only a row
    *> that went missing afterwards needs counting back in, and the
    *> jobs may have found no session and started on the files
    if wSessRegistered = 'Y'
        perform ReadRunControl thru ReadRunControl-Ex
        if RUNC-BATCH-WINDOW = 'Y'
            close GC99SESS-FILE
            display ' ' at 0101 with blank screen
            display '  '
            display '*** the batch window is open - the nightly jobs are running ***'
            display '*** try again when the operator closes it (GC99MENU) ***'
            move 0 to snakeLen
            set ExitUserDeclined to true
            perform WriteAuditLog thru WriteAuditLog-Ex
            goback
        end-if
        add 1 to RUNC-SESSIONS
        perform WriteRunControl thru WriteRunControl-Ex
    end-if
    write GC99SESS-REC
        invalid key continue
    end-write
    close GC99SESS-FILE
    move 'Y' to wSessRegistered.
RefreshSession-Ex. exit.

ReadRunControl.
    *> single-record file, absent = defaults (no window, no sessions)
    initialize GC99RUNC-REC
    move wScore                     to HISC-SCORE
    move wCourseId                  to HISC-COURSE
    move wGameType                  to HISC-GAMETYPE
    move wCourseRev                 to HISC-CRSE-REV

    open i-o GC99HISC-FILE
    if wHiscStatus = "35"
            move 1 to RECS-STREAK-DAYS
    end-evaluate
    move wTodayDate to RECS-LAST-PLAYED
    move RECS-STREAK-DAYS to wStreakDays

    if wScore > wPrevBest
        move 'Y'          to wNewPersonal
            display " *** NEW PERSONAL BEST ***"   at 0330
        when other
            continue
    end-evaluate

    *> achievements earned on this game go up under the side panel
    *> while the banner is still showing
    move 'G'          to wAwardPass
    move wGameKeyDate to wAwardGameDate
    move wGameKeyTime to wAwardGameTime
    move wScore       to wAwardScore
    move 19           to wAwardLin
    move 50           to wAwardCol
    move 22           to wAwardLinMax
    perform AwardAchievements thru AwardAchievements-Ex.
UpdatePlayerRecords-Ex. exit.

ScanOneRecord.
    end-if.
ScanOneRecord-Ex. exit.

AwardMatchWin.
    *> the winner is awarded against their own last game of the
    *> match; the session's initials are put back afterwards
    move wPlayerInitials to wSavedInitials
    if wWins1 > wWins2
        move wMatchInits1   to wPlayerInitials
        move wMatchKeyDate1 to wAwardGameDate
        move wMatchKeyTime1 to wAwardGameTime
        move wMatchScore1   to wAwardScore
    else
        move wMatchInits2   to wPlayerInitials
        move wMatchKeyDate2 to wAwardGameDate
        move wMatchKeyTime2 to wAwardGameTime
        move wMatchScore2   to wAwardScore
    end-if
    move 'M'         to wAwardPass
    compute wAwardLin = wSummaryLin + 2
    move 20          to wAwardCol
    move 22          to wAwardLinMax
    perform AwardAchievements thru AwardAchievements-Ex
    move wSavedInitials to wPlayerInitials.
AwardMatchWin-Ex. exit.

AwardAchievements.
    *> try every active award the player does not already hold; a
    *> shop that has never run GC99ACHV has no catalogue, and so no
    *> awards to make
    move 0 to wAwardCount
    open i-o GC99ACHV-FILE
    if wAchvStatus not = "00"
        go to AwardAchievements-Ex
    end-if

    perform LoadAwardCatalogue thru LoadAwardCatalogue-Ex
    perform TryOneAward thru TryOneAward-Ex
        varying wDefIdx from 1 by 1 until wDefIdx > wDefCount
    close GC99ACHV-FILE.
AwardAchievements-Ex. exit.

LoadAwardCatalogue.
    *> the definitions are keyed on blank initials, so they are the
    *> first records on the file
    move 0      to wDefCount
    move 'N'    to wAchvEof
    move spaces to ACHV-KEY
    start GC99ACHV-FILE key >= ACHV-KEY
        invalid key move 'Y' to wAchvEof
    end-start
    perform LoadOneAwardDef thru LoadOneAwardDef-Ex
        until wAchvEof = 'Y' or wDefCount = wDefMax.
LoadAwardCatalogue-Ex. exit.

LoadOneAwardDef.
    read GC99ACHV-FILE next record
        at end move 'Y' to wAchvEof
    end-read

    if wAchvEof = 'Y'
        go to LoadOneAwardDef-Ex
    end-if
    if ACHV-INITIALS not = spaces
        move 'Y' to wAchvEof
        go to LoadOneAwardDef-Ex
    end-if

    if ACHV-REC-TYPE = 'D' and ACHV-ACTIVE = 'Y'
        add 1 to wDefCount
        move ACHV-CODE      to AD-CODE(wDefCount)
        move ACHV-TITLE     to AD-TITLE(wDefCount)
        move ACHV-RULE      to AD-RULE(wDefCount)
        move ACHV-THRESHOLD to AD-THRESHOLD(wDefCount)
    end-if.
LoadOneAwardDef-Ex. exit.

TryOneAward.
    *> the match award is only tried once the match is settled, and
    *> nothing else is tried then
    if (wAwardPass = 'M' and AD-RULE(wDefIdx) not = 'M')
    or (wAwardPass = 'G' and AD-RULE(wDefIdx) = 'M')
        go to TryOneAward-Ex
    end-if

    move wPlayerInitials  to ACHV-INITIALS
    move AD-CODE(wDefIdx) to ACHV-CODE
    read GC99ACHV-FILE
        invalid key     continue
        not invalid key go to TryOneAward-Ex *> already held
    end-read

    move 'N' to wAwardMet
    evaluate AD-RULE(wDefIdx)
        when 'S'
            if wAwardScore > AD-THRESHOLD(wDefIdx)
                move 'Y' to wAwardMet
            end-if
        when 'L'
            if wCurLevel >= AD-THRESHOLD(wDefIdx)
                move 'Y' to wAwardMet
            end-if
        when 'K'
            if wStreakDays >= AD-THRESHOLD(wDefIdx)
                move 'Y' to wAwardMet
            end-if
        when 'C'
            perform CheckEveryCourse thru CheckEveryCourse-Ex
        when 'D'
            if ChallengeGame
                perform CheckChallengePlace thru CheckChallengePlace-Ex
            end-if
        when 'M'
            move 'Y' to wAwardMet
        when other
            continue
    end-evaluate
    if wAwardMet not = 'Y'
        go to TryOneAward-Ex
    end-if

    initialize GC99ACHV-REC
    move wPlayerInitials  to ACHV-INITIALS
    move AD-CODE(wDefIdx) to ACHV-CODE
    move 'E'              to ACHV-REC-TYPE
    move function current-date(1:8) to ACHV-EARN-DATE
    move function current-date(9:6) to ACHV-EARN-TIME
    move wAwardGameDate   to ACHV-GAME-DATE
    move wAwardGameTime   to ACHV-GAME-TIME
    move wAwardScore      to ACHV-GAME-SCORE
    move 'L'              to ACHV-SOURCE
    write GC99ACHV-REC
        invalid key go to TryOneAward-Ex
    end-write

    *> announced the way the banner announces a new personal best
    add 1 to wAwardCount
    if wAwardCount = 1
        display " *** ACHIEVEMENT ***" at line wAwardLin col wAwardCol
    end-if
    if wAwardLin < wAwardLinMax
        add 1 to wAwardLin
        display AD-TITLE(wDefIdx) at line wAwardLin col wAwardCol
    end-if.
TryOneAward-Ex. exit.

CheckEveryCourse.
    *> every current course on the library must turn up among the
    *> player's scored games - recovered scores do not count, they
    *> were never played to the end; no library, no award
    move 0   to wLibCount
    move 'N' to wCrseEof
    open input GC99CRSE-FILE
    if wCrseStatus not = "00"
        go to CheckEveryCourse-Ex
    end-if
    perform LoadOneLibraryCourse thru LoadOneLibraryCourse-Ex
        until wCrseEof = 'Y' or wLibCount = wLibMax
    close GC99CRSE-FILE
    if wLibCount = 0
        go to CheckEveryCourse-Ex
    end-if

    move wLibCount to wLibUnseen
    move 'N'       to wHiscEof
    open input GC99HISC-FILE
    if wHiscStatus not = "00"
        go to CheckEveryCourse-Ex
    end-if
    move wPlayerInitials to HISC-INITIALS
    start GC99HISC-FILE key = HISC-INITIALS
        invalid key move 'Y' to wHiscEof
    end-start
    perform TickOneCourseGame thru TickOneCourseGame-Ex
        until wHiscEof = 'Y' or wLibUnseen = 0
    close GC99HISC-FILE

    if wLibUnseen = 0
        move 'Y' to wAwardMet
    end-if.
CheckEveryCourse-Ex. exit.

LoadOneLibraryCourse.
    read GC99CRSE-FILE
        at end move 'Y' to wCrseEof
    end-read

    if wCrseEof not = 'Y' and CRSE-REC-TYPE = 'H'
        and CRSE-STATUS = 'C'
        add 1 to wLibCount
        move CRSE-ID to LC-ID(wLibCount)
        move 'N'     to LC-SEEN(wLibCount)
    end-if.
LoadOneLibraryCourse-Ex. exit.

TickOneCourseGame.
    read GC99HISC-FILE next record
        at end move 'Y' to wHiscEof
    end-read

    if wHiscEof = 'Y'
        go to TickOneCourseGame-Ex
    end-if
    if HISC-INITIALS not = wPlayerInitials
        move 'Y' to wHiscEof
        go to TickOneCourseGame-Ex
    end-if

    if HISC-GAMETYPE not = 'R' and HISC-COURSE not = spaces
        perform TickOneLibraryCourse thru TickOneLibraryCourse-Ex
            varying wLibIdx from 1 by 1 until wLibIdx > wLibCount
    end-if.
TickOneCourseGame-Ex. exit.

TickOneLibraryCourse.
    if LC-ID(wLibIdx) = HISC-COURSE and LC-SEEN(wLibIdx) = 'N'
        move 'Y' to LC-SEEN(wLibIdx)
        subtract 1 from wLibUnseen
    end-if.
TickOneLibraryCourse-Ex. exit.

CheckChallengePlace.
    *> the game's place on today's challenge as it stands at its game
    *> over: one behind every earlier entry of the day that scored
    *> more; demo entries never count
    move 1   to wAwardPlace
    move 'N' to wHiscEof
    open input GC99HISC-FILE
    if wHiscStatus not = "00"
        go to CheckChallengePlace-Ex
    end-if
    move wAwardGameDate to HISC-DATE
    move 0              to HISC-TIME
    move spaces         to HISC-INITIALS
    start GC99HISC-FILE key >= HISC-KEY
        invalid key move 'Y' to wHiscEof
    end-start
    perform PlaceOneChallengeGame thru PlaceOneChallengeGame-Ex
        until wHiscEof = 'Y'
    close GC99HISC-FILE

    if wAwardPlace <= AD-THRESHOLD(wDefIdx)
        move 'Y' to wAwardMet
    end-if.
CheckChallengePlace-Ex. exit.

PlaceOneChallengeGame.
    read GC99HISC-FILE next record
        at end move 'Y' to wHiscEof
    end-read

    if wHiscEof = 'Y'
        go to PlaceOneChallengeGame-Ex
    end-if
    if HISC-DATE not = wAwardGameDate or HISC-TIME > wAwardGameTime
        move 'Y' to wHiscEof
        go to PlaceOneChallengeGame-Ex
    end-if

    if HISC-GAMETYPE = 'C' and HISC-INITIALS not = wDemoInitials
        and HISC-SCORE > wAwardScore
        add 1 to wAwardPlace
    end-if.
PlaceOneChallengeGame-Ex. exit.

DrawGameField.
    *> paint the board: on a full repaint every cell goes out, on a
    *> normal move only the cells that differ from what the terminal
        go to WriteMoveJournal-Ex
    end-if

    open i-o GC99MOV-FILE
    if wMovStatus = "35"
        open output GC99MOV-FILE
        close GC99MOV-FILE
        open i-o GC99MOV-FILE
    end-if

    evaluate wMovStatus
        when "39"
            *> a sequential journal from before the indexed release -
            *> name the cure rather than write into it
            display "*** move journal file is the old layout - run GC99HCNV ***" at 0101
        when not = "00"
            display "*** unable to open move journal file, status " wMovStatus " ***" at 0101
        when other
            perform varying wMovIdx from 1 by 1 until wMovIdx > wMovCount
                move wGameKeyDate        to MOV-DATE
                move wGameKeyTime        to MOV-TIME
                move wPlayerInitials     to MOV-INITIALS
                move wMovIdx             to MOV-SEQ
                move MJ-MOVE-NO(wMovIdx)    to MOV-MOVE-NO
                move MJ-EVENT-TYPE(wMovIdx) to MOV-EVENT-TYPE
                move MJ-DIRECTION(wMovIdx)  to MOV-DIRECTION
                move MJ-FOODROW(wMovIdx)    to MOV-FOODROW
                move MJ-FOODCOL(wMovIdx)    to MOV-FOODCOL
                move MJ-LEVEL(wMovIdx)      to MOV-LEVEL
                move MJ-SIZEROW(wMovIdx)    to MOV-SIZEROW
                move MJ-SIZECOL(wMovIdx)    to MOV-SIZECOL
                move MJ-BASELIN(wMovIdx)    to MOV-BASELIN
                move MJ-BASECOL(wMovIdx)    to MOV-BASECOL
                move MJ-WALLMODE(wMovIdx)   to MOV-WALLMODE
                move MJ-SNAKELEN(wMovIdx)   to MOV-SNAKELEN
                move MJ-SCORE(wMovIdx)      to MOV-SCORE
                move wCourseId              to MOV-COURSE
                move wCourseRev             to MOV-CRSE-REV
                write GC99MOV-REC
                    invalid key
                        display "*** unable to record move journal, duplicate key ***" at 0101
                end-write
            end-perform
            close GC99MOV-FILE
    end-evaluate.
WriteMoveJournal-Ex. exit.

WriteAuditLog.
    move snake          to CHK-SNAKE
    move wPlayerInitials to CHK-INITIALS
    move wCourseId       to CHK-COURSE
    move wCourseRev      to CHK-CRSE-REV

    open output GC99CHK-FILE
    if wChkStatus not = "00"
        *> would also stamp the wrong HISC-COURSE on the score. The
        *> board is wiped and reloaded for it; a checkpoint from
        *> before the course was recorded (low-values) keeps the
        *> keyed course, the same guard GC99RCVR applies. The same
        *> goes for the revision - the course may have been re-saved
        *> since - and one from before revisions were recorded plays
        *> on the course's current revision
        move 'N' to wChkReload
        if CHK-COURSE not = low-values and CHK-COURSE not = wCourseId
            move CHK-COURSE to wCourseId
            perform FindCourse thru FindCourse-Ex
            move 'Y' to wChkReload
        end-if
        if CHK-COURSE not = low-values and CHK-CRSE-REV is numeric
            and CHK-CRSE-REV not = wCourseRev
            move CHK-CRSE-REV to wCourseRev
            move 'Y' to wChkReload
        end-if
        if wChkReload = 'Y'
            initialize game-screen replacing alphanumeric data
                by wFieldChar
            perform LoadObstacles thru LoadObstacles-Ex
      display 'Course .................................: (classic layout)'
  else
      display 'Course .................................: ' wCourseId ' ' wCourseName
              ' rev ' wCourseRev
  end-if
  if ChallengeGame
      display 'Daily challenge .........................: YES'
        at end move 'Y' to wCrseEof
    end-read

    *> only the current revision of each course is offered
    if wCrseEof not = 'Y' and CRSE-REC-TYPE = 'H'
        and CRSE-STATUS = 'C'
        if wCourseCount = 0
            display ' '
            display 'Courses on the library:'
        end-if
        add 1 to wCourseCount
        display '   ' CRSE-ID '  ' CRSE-NAME '  rev ' CRSE-REV
    end-if.
ListOneCourse-Ex. exit.

FindCourse.
    *> look the entered course id up on the library's header records -
    *> its current revision is the one that gets played
    move 'N'    to wCourseFound
    move spaces to wCourseName
    move 0      to wCourseRev
    move 'N'    to wCrseEof
    open input GC99CRSE-FILE
    if wCrseStatus not = "00"
    end-read

    if wCrseEof not = 'Y' and CRSE-REC-TYPE = 'H'
        and CRSE-ID = wCourseId and CRSE-STATUS = 'C'
        move 'Y'       to wCourseFound
        move CRSE-NAME to wCourseName
        move CRSE-REV  to wCourseRev
    end-if.
FindOneCourse-Ex. exit.

    *> one course per day; a shop without a library plays the flat
    *> layout, which is identical for everyone anyway
    move spaces to wCourseId wCourseName
    move 0      to wCourseRev
    perform CountLibraryCourses thru CountLibraryCourses-Ex
    if wCourseCount > 0
        compute wChalCoursePick = function mod(
    end-read

    if wCrseEof not = 'Y' and CRSE-REC-TYPE = 'H'
        and CRSE-STATUS = 'C'
        add 1 to wCourseCount
    end-if.
CountOneLibraryCourse-Ex. exit.
    end-read

    if wCrseEof not = 'Y' and CRSE-REC-TYPE = 'H'
        and CRSE-STATUS = 'C'
        add 1 to wChalCourseSeen
        if wChalCourseSeen = wChalCoursePick
            move CRSE-ID   to wCourseId
            move CRSE-NAME to wCourseName
            move CRSE-REV  to wCourseRev
        end-if
    end-if.
PickOneChallengeCourse-Ex. exit.
    end-read

    *> same bounds rule as the flat file: checked against the full
    *> allocated table, not just the starting level's footprint; only
    *> the cells of the revision being played
    if wCrseEof not = 'Y'
        and CRSE-ID = wCourseId and CRSE-REC-TYPE = 'D'
        and CRSE-REV = wCourseRev
        and CRSE-ROW >= 1 and CRSE-ROW <= wMaxSizeRow
        and CRSE-COL >= 1 and CRSE-COL <= wMaxSizeCol
            move wObstacleChar to ScreenPixel(CRSE-ROW, CRSE-COL)
