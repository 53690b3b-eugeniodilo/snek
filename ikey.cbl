              >> SOURCE FORMAT IS FREE
*>****************************************************************
*> Purpose:    Player initials re-key and merge utility for the
*>             GC99SNAKE file set. Everything a player owns is keyed
*>             on three initials; this job moves all of it from an
*>             old set of initials to a new one in a single
*>             controlled run instead of hand surgery on each file:
*>               GC99HISC.DAT  score history (indexed, key re-built)
*>               GC99HARC.DAT  score archive
*>               GC99MOV.DAT   move journal (indexed, key re-built)
*>               GC99SUSP.DAT  score suspense (indexed, key re-built)
*>               GC99RECS.DAT  per-player records
*>               GC99PLYR.DAT  player master
*>               GC99LSTD.DAT  league standings snapshot
*>               GC99CHK.DAT   checkpoint
*>               GC99ACHV.DAT  player achievements (indexed, key
*>                             re-built)
*> Modes:      R = re-key: the new initials must be unused anywhere
*>                 on file; every record simply changes owner, the
*>                 records-file entry and player master row included.
*>             M = merge: both sets are on file; the old set's games
*>                 join the new player's, the old master row is
*>                 removed, and the new player's GC99RECS.DAT entry is
*>                 REBUILT from the merged history (GC99HISC.DAT plus
*>                 GC99HARC.DAT) by the same rules GC99SNAKE applies
*>                 at game over - games played, best score and date,
*>                 day streak, games since the best - never added
*>                 together from the two old entries.
*>             Recovered games (HISC-GAMETYPE 'R') never passed the
*>             game-over records update, so the rebuild skips them;
*>             a score voided on GC99SMNT counts as a game played
*>             but can never stand as the personal best.
*>             A merge is refused when both players have a game
*>             stamped with the same date and time - the two scores
*>             would collide on one key.
*>             The standings snapshot keeps one row per player: on a
*>             merge the better-ranked of the two rows survives.
*>             An award is earned once per player: on a merge an
*>             award both players hold is kept once, as earned on
*>             the earlier game.
*> Controls:   record counts per file - total, old initials, new
*>             initials - are taken before and after the change and
*>             printed side by side on GC99IKEY.LST for sign-off.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99IKEY.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: old and new initials, mode and confirmation, at the
*>             console
*> License:    GNU Lesser General Public License
*> Version:    1.4 2026.10.15
*> Changelog:  1.0 first release - the wrong initials on the
*>             leaderboard are put right in one run.
*>             1.1 GC99MOV.DAT is now indexed: journal events are
*>             re-keyed like the history, written under the new key
*>             before the old one is deleted.
*>             1.2 GC99ACHV.DAT earned awards change owner with the
*>             rest; an award held by both players of a merge keeps
*>             the earlier-earned row.
*>             1.3 the reserved demo initials are read from the shop
*>             parameter file GC99PARM.DAT.
*>             1.4 a journal event left under the old initials for a
*>             key clash is named at the console, like a game.
*>
*> Run this with no game session registered (the job refuses
*> otherwise) and keep GC99IKEY.LST with the signed-off initials
*> correction.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99IKEY.

ENVIRONMENT DIVISION.
configuration section.

input-output section.
file-control.
    *> run control - no game may be writing under the re-key
    select GC99RUNC-FILE assign to "GC99RUNC.DAT"
        organization is sequential
        file status is wRuncStatus.

    *> the live score history - the initials are part of the key
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is dynamic
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.

    *> the sequential score archive GC99ARCH builds
    select GC99HARC-FILE assign to "GC99HARC.DAT"
        organization is sequential
        file status is wHarcStatus.

    *> move-by-move journal written by GC99SNAKE at game end
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is dynamic
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> the score suspense file - keyed like the history
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is dynamic
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> per-player records, keyed by initials
    select GC99RECS-FILE assign to "GC99RECS.DAT"
        organization is indexed
        access mode is dynamic
        record key is RECS-INITIALS
        file status is wRecsStatus.

    *> player master, keyed by initials
    select GC99PLYR-FILE assign to "GC99PLYR.DAT"
        organization is indexed
        access mode is dynamic
        record key is PLYR-INITIALS
        file status is wPlyrStatus.

    *> the league standings snapshot GC99LEAG leaves behind
    select GC99LSTD-FILE assign to "GC99LSTD.DAT"
        organization is sequential
        file status is wLstdStatus.

    *> the single-record checkpoint
    select GC99CHK-FILE assign to "GC99CHK.DAT"
        organization is sequential
        file status is wChkStatus.

    *> player achievements - the initials lead the key
    select GC99ACHV-FILE assign to "GC99ACHV.DAT"
        organization is indexed
        access mode is dynamic
        record key is ACHV-KEY
        file status is wAchvStatus.

    *> sort work file - the merged player's games in date order
    select GC99SORTWK assign to "GC99SRT.TMP".

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is random
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed before/after control report
    select GC99PRINT-FILE assign to "GC99IKEY.LST"
        organization is line sequential
        file status is wPrintStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

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

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

FD  GC99RECS-FILE.
COPY 'GC99RECS.CPY'.

FD  GC99PLYR-FILE.
COPY 'GC99PLYR.CPY'.

FD  GC99LSTD-FILE.
COPY 'GC99LSTD.CPY'.

FD  GC99CHK-FILE.
COPY 'GC99CHK.CPY'.

FD  GC99ACHV-FILE.
COPY 'GC99ACHV.CPY'.

SD  GC99SORTWK.
01  GC99SORT-REC.
    05  SRT-DATE          pic 9(08).
    05  SRT-TIME          pic 9(06).
    05  SRT-SCORE         pic 9(06).
    05  SRT-VOIDED        pic x(01).

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

working-storage section.
01 wRuncStatus  pic x(2) value "00".
01 wHiscStatus  pic x(2) value "00".
01 wHarcStatus  pic x(2) value "00".
01 wMovStatus   pic x(2) value "00".
01 wSuspStatus  pic x(2) value "00".
01 wRecsStatus  pic x(2) value "00".
01 wPlyrStatus  pic x(2) value "00".
01 wLstdStatus  pic x(2) value "00".
01 wChkStatus   pic x(2) value "00".
01 wAchvStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.
01 wSortEof     pic x(1) value 'N'.
   88 AtEndOfSort value 'Y'.

01 wDemoInitials pic x(03) value 'DMO'.

*> the change the operator asked for
01 wOldInitials pic x(03) value spaces.
01 wNewInitials pic x(03) value spaces.
01 wMode        pic x(01) value space.
   88 RekeyMode  value 'R' 'r'.
   88 MergeMode  value 'M' 'm'.
01 wAnswer      pic x(01) value space.
01 wHaveMaster  pic x(01) value 'N'.
01 wNewOnMaster pic x(01) value 'N'.
01 wOldPresent  pic 9(07) value 0.
01 wNewPresent  pic 9(07) value 0.

*> record counts per file: phase 1 = before the change, 2 = after
01 wPhase       pic 9(01) value 1.
01 wFileIdx     pic 9(02) value 0.
01 wFileMax     constant as 9.
01 wTallyInits  pic x(03) value spaces.
01 COUNT-TABLE.
   05 CNT-ENTRY occurs wFileMax.
      10 CNT-NAME     pic x(12).
      10 CNT-ONE4ONE  pic x(01).
      10 CNT-PHASE occurs 2.
         15 CNT-OPENED pic x(01).
         15 CNT-TOTAL  pic 9(07).
         15 CNT-OLD    pic 9(07).
         15 CNT-NEW    pic 9(07).
01 wRemark      pic x(08) value spaces.
01 wExpectNew   pic 9(07) value 0.

*> same-second collisions between the two players' games, looked
*> for on the history and the archive while they are counted
01 wGrpDate     pic 9(08) value 0.
01 wGrpTime     pic 9(06) value 0.
01 wGrpOld      pic x(01) value 'N'.
01 wGrpNew      pic x(01) value 'N'.
01 wKeyDate     pic 9(08) value 0.
01 wKeyTime     pic 9(06) value 0.
01 wKeyClashes  pic 9(05) value 0.

*> what was changed, for the report
01 wHiscMoved   pic 9(07) value 0.
01 wHarcMoved   pic 9(07) value 0.
01 wMovMoved    pic 9(07) value 0.
01 wSuspMoved   pic 9(07) value 0.
01 wSuspClashes pic 9(05) value 0.
01 wHiscClashes pic 9(05) value 0.
01 wMovClashes  pic 9(05) value 0.
01 wAchvMoved   pic 9(07) value 0.
01 wAchvBoth    pic 9(05) value 0.
01 wRecsAction  pic x(40) value spaces.
01 wPlyrAction  pic x(40) value spaces.
01 wLstdAction  pic x(40) value spaces.
01 wChkAction   pic x(40) value spaces.

*> the key of the record being re-keyed, to carry on from
01 wHoldKey     pic x(17) value spaces.
01 wHoldMovKey  pic x(22) value spaces.
01 wHoldAchvKey pic x(07) value spaces.

*> an award the old player holds, kept while the new player's row
*> of the same code is looked at
01 wAchvHeld    pic x(79) value spaces.
01 wAchvHeldDate pic 9(08) value 0.
01 wAchvHeldTime pic 9(06) value 0.
01 wAchvWritten pic x(01) value 'N'.

*> the merged player's records entry, rebuilt game by game
01 wRebGames    pic 9(06) value 0.
01 wRebBest     pic 9(06) value 0.
01 wRebBestDate pic 9(08) value 0.
01 wRebBestTime pic 9(06) value 0.
01 wRebLastDate pic 9(08) value 0.
01 wRebStreak   pic 9(04) value 0.
01 wRebSince    pic 9(04) value 0.
01 wRebRecovered pic 9(06) value 0.
01 wHaveSuspense pic x(01) value 'N'.

*> the standings snapshot, held in core while it is rewritten
01 wLstdMax     constant as 500.
01 wLstdCount   pic 9(03) value 0.
01 wLstdIdx     pic 9(03) value 0.
01 wLstdMate    pic 9(03) value 0.
01 wLstdScan    pic 9(03) value 0.
01 LSTD-TABLE.
   05 LST-ENTRY occurs wLstdMax.
      10 LST-SEAS-ID   pic x(08).
      10 LST-RANK      pic 9(03).
      10 LST-INITIALS  pic x(03).
      10 LST-POINTS    pic 9(09).
      10 LST-DROPPED   pic x(01).

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.
01 wReportTime     pic 9(6)  value 0.
01 wReportTimeEdit pic 99B99B99 value 0.

*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  display '  '
  display 'GC99SNAKE - PLAYER INITIALS RE-KEY / MERGE'
  display '  '

  perform CheckRunControl   thru CheckRunControl-Ex
  perform AcceptChange      thru AcceptChange-Ex
  move 1 to wPhase
  perform CountAllFiles     thru CountAllFiles-Ex
  perform ValidateChange    thru ValidateChange-Ex
  perform ShowBeforeCounts  thru ShowBeforeCounts-Ex
  perform ConfirmChange     thru ConfirmChange-Ex

  perform MoveHistory       thru MoveHistory-Ex
  perform MoveArchive       thru MoveArchive-Ex
  perform MoveJournal       thru MoveJournal-Ex
  perform MoveSuspense      thru MoveSuspense-Ex
  perform MoveAchievements  thru MoveAchievements-Ex
  perform MovePlayer        thru MovePlayer-Ex
  if MergeMode
      perform RebuildRecords thru RebuildRecords-Ex
  else
      perform MoveRecords    thru MoveRecords-Ex
  end-if
  perform MoveStandings     thru MoveStandings-Ex
  perform MoveCheckpoint    thru MoveCheckpoint-Ex

  move 2 to wPhase
  perform CountAllFiles     thru CountAllFiles-Ex
  perform PrintReport       thru PrintReport-Ex
  perform TerminateReport   thru TerminateReport-Ex
  stop run.

*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

CheckRunControl.
    *> a running game writes history, journal, records and checkpoint
    *> at game over - none of that may land half-way through a re-key
    initialize GC99RUNC-REC
    move 'N' to RUNC-BATCH-WINDOW
    open input GC99RUNC-FILE
    if wRuncStatus = "00"
        read GC99RUNC-FILE
            at end continue
        end-read
        close GC99RUNC-FILE
    end-if
    if RUNC-SESSIONS > 0
        display '  '
        display '*** ' RUNC-SESSIONS ' game session(s) still registered - NOTHING CHANGED ***'
        display '*** open the batch window in GC99MENU and let the games drain first ***'
        goback
    end-if.
CheckRunControl-Ex. exit.

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

AcceptChange.
    display 'Old initials (the ones to go away) ................: '
        with no advancing
    accept wOldInitials
    if wOldInitials = spaces
        display '*** the old initials are required ***'
        go to AcceptChange
    end-if
    if wOldInitials = wDemoInitials
        display '*** ' wDemoInitials ' is reserved for the demo/soak games ***'
        go to AcceptChange
    end-if.
AcceptNew.
    display 'New initials (the ones to keep) ...................: '
        with no advancing
    accept wNewInitials
    if wNewInitials = spaces
        display '*** the new initials are required ***'
        go to AcceptNew
    end-if
    if wNewInitials = wDemoInitials
        display '*** ' wDemoInitials ' is reserved for the demo/soak games ***'
        go to AcceptNew
    end-if
    if wNewInitials = wOldInitials
        display '*** old and new initials are the same ***'
        go to AcceptNew
    end-if.
AcceptMode.
    display '(R)e-key to unused initials or (M)erge two players : '
        with no advancing
    accept wMode
    if not RekeyMode and not MergeMode
        display '*** answer R or M ***'
        go to AcceptMode
    end-if.
AcceptChange-Ex. exit.

ValidateChange.
    *> the counts just taken say who is on file: a re-key needs the
    *> new initials unused, a merge needs both players present
    move 0 to wOldPresent wNewPresent
    perform SumPresence thru SumPresence-Ex
        varying wFileIdx from 1 by 1 until wFileIdx > wFileMax
    if wOldPresent = 0
        display '  '
        display '*** nothing on file for "' wOldInitials '" - NOTHING CHANGED ***'
        goback
    end-if
    if RekeyMode and wNewPresent > 0
        display '  '
        display '*** "' wNewInitials '" is already on file - answer M to merge - NOTHING CHANGED ***'
        goback
    end-if
    if MergeMode and wNewPresent = 0
        display '  '
        display '*** nothing on file for "' wNewInitials '" - answer R to re-key - NOTHING CHANGED ***'
        goback
    end-if

    *> with a master on file the surviving player of a merge must be
    *> registered, or their next game would be refused at startup
    if MergeMode and wHaveMaster = 'Y' and wNewOnMaster = 'N'
        display '  '
        display '*** "' wNewInitials '" is not a registered player - register with GC99PMNT first ***'
        goback
    end-if

    if wKeyClashes > 0
        display '  '
        display '*** ' wKeyClashes ' game(s) of both players share a date and time - NOTHING CHANGED ***'
        goback
    end-if.
ValidateChange-Ex. exit.

SumPresence.
    add CNT-OLD(wFileIdx, 1) to wOldPresent
    add CNT-NEW(wFileIdx, 1) to wNewPresent.
SumPresence-Ex. exit.

ShowBeforeCounts.
    display '  '
    display 'Records on file now        total      old      new'
    perform ShowOneCount thru ShowOneCount-Ex
        varying wFileIdx from 1 by 1 until wFileIdx > wFileMax
    display '  '.
ShowBeforeCounts-Ex. exit.

ShowOneCount.
    if CNT-OPENED(wFileIdx, 1) = 'Y'
        display '  ' CNT-NAME(wFileIdx) '  ' CNT-TOTAL(wFileIdx, 1) '  '
                CNT-OLD(wFileIdx, 1) '  ' CNT-NEW(wFileIdx, 1)
    else
        display '  ' CNT-NAME(wFileIdx) '  (no file)'
    end-if.
ShowOneCount-Ex. exit.

ConfirmChange.
    if RekeyMode
        display 'Re-key everything of ' wOldInitials ' to ' wNewInitials
                ' (Y/N) ? .: ' with no advancing
    else
        display 'Merge ' wOldInitials ' into ' wNewInitials
                ' and rebuild the records entry (Y/N) ? .: ' with no advancing
    end-if
    accept wAnswer
    if wAnswer = 'Y' or 'y'
        continue
    else
        display space
        display '... Processing ended by the user !'
        goback
    end-if.
ConfirmChange-Ex. exit.

*>****************************************************************
*> record counts, taken once before and once after the change
*>****************************************************************
CountAllFiles.
    move 'GC99HISC.DAT' to CNT-NAME(1)
    move 'GC99HARC.DAT' to CNT-NAME(2)
    move 'GC99MOV.DAT'  to CNT-NAME(3)
    move 'GC99SUSP.DAT' to CNT-NAME(4)
    move 'GC99RECS.DAT' to CNT-NAME(5)
    move 'GC99PLYR.DAT' to CNT-NAME(6)
    move 'GC99LSTD.DAT' to CNT-NAME(7)
    move 'GC99CHK.DAT'  to CNT-NAME(8)
    move 'GC99ACHV.DAT' to CNT-NAME(9)
    *> files whose records change owner one for one - their totals
    *> must balance; a merge folds the per-player files together
    move 'Y' to CNT-ONE4ONE(1) CNT-ONE4ONE(2) CNT-ONE4ONE(3)
                CNT-ONE4ONE(4) CNT-ONE4ONE(8)
    if MergeMode
        move 'N' to CNT-ONE4ONE(5) CNT-ONE4ONE(6) CNT-ONE4ONE(7)
                    CNT-ONE4ONE(9)
    else
        move 'Y' to CNT-ONE4ONE(5) CNT-ONE4ONE(6) CNT-ONE4ONE(7)
                    CNT-ONE4ONE(9)
    end-if

    perform CountHistory    thru CountHistory-Ex
    perform CountArchive    thru CountArchive-Ex
    perform CountJournal    thru CountJournal-Ex
    perform CountSuspense   thru CountSuspense-Ex
    perform CountRecords    thru CountRecords-Ex
    perform CountPlayers    thru CountPlayers-Ex
    perform CountStandings  thru CountStandings-Ex
    perform CountCheckpoint thru CountCheckpoint-Ex
    perform CountAchievements thru CountAchievements-Ex.
CountAllFiles-Ex. exit.

TallyInitials.
    *> one record of file wFileIdx, owned by wTallyInits
    add 1 to CNT-TOTAL(wFileIdx, wPhase)
    if wTallyInits = wOldInitials
        add 1 to CNT-OLD(wFileIdx, wPhase)
    end-if
    if wTallyInits = wNewInitials
        add 1 to CNT-NEW(wFileIdx, wPhase)
    end-if.
TallyInitials-Ex. exit.

CheckKeyGroup.
    *> the history and archive come in key order, so games of one
    *> date and time sit together - a group holding a game of both
    *> players would collide on one key after the change
    if wKeyDate not = wGrpDate or wKeyTime not = wGrpTime
        perform CloseKeyGroup thru CloseKeyGroup-Ex
        move wKeyDate to wGrpDate
        move wKeyTime to wGrpTime
    end-if
    if wTallyInits = wOldInitials
        move 'Y' to wGrpOld
    end-if
    if wTallyInits = wNewInitials
        move 'Y' to wGrpNew
    end-if.
CheckKeyGroup-Ex. exit.

CloseKeyGroup.
    if wGrpOld = 'Y' and wGrpNew = 'Y'
        add 1 to wKeyClashes
        display '*** both players have a game stamped ' wGrpDate ' ' wGrpTime ' ***'
    end-if
    move 'N' to wGrpOld wGrpNew.
CloseKeyGroup-Ex. exit.

CountHistory.
    move 1   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    move 0   to wGrpDate wGrpTime
    move 'N' to wGrpOld wGrpNew
    open input GC99HISC-FILE
    if wHiscStatus = "39"
        display '*** score history is an old layout - run GC99HCNV first - NOTHING CHANGED ***'
        goback
    end-if
    if wHiscStatus = "35"
        go to CountHistory-Ex
    end-if
    if wHiscStatus not = "00"
        display '*** unable to open score history, status ' wHiscStatus ' ***'
        if wPhase = 1
            goback
        end-if
        go to CountHistory-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneHistory thru CountOneHistory-Ex until AtEndOfFile
    if wPhase = 1
        perform CloseKeyGroup thru CloseKeyGroup-Ex
    end-if
    close GC99HISC-FILE.
CountHistory-Ex. exit.

CountOneHistory.
    read GC99HISC-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to CountOneHistory-Ex
    end-if
    move HISC-INITIALS to wTallyInits
    perform TallyInitials thru TallyInitials-Ex
    if wPhase = 1
        move HISC-DATE to wKeyDate
        move HISC-TIME to wKeyTime
        perform CheckKeyGroup thru CheckKeyGroup-Ex
    end-if.
CountOneHistory-Ex. exit.

CountArchive.
    move 2   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    move 0   to wGrpDate wGrpTime
    move 'N' to wGrpOld wGrpNew
    open input GC99HARC-FILE
    if wHarcStatus not = "00"
        go to CountArchive-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneArchive thru CountOneArchive-Ex until AtEndOfFile
    if wPhase = 1
        perform CloseKeyGroup thru CloseKeyGroup-Ex
    end-if
    close GC99HARC-FILE.
CountArchive-Ex. exit.

CountOneArchive.
    read GC99HARC-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to CountOneArchive-Ex
    end-if
    move ARC-INITIALS to wTallyInits
    perform TallyInitials thru TallyInitials-Ex
    if wPhase = 1
        move ARC-DATE to wKeyDate
        move ARC-TIME to wKeyTime
        perform CheckKeyGroup thru CheckKeyGroup-Ex
    end-if.
CountOneArchive-Ex. exit.

CountJournal.
    move 3   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99MOV-FILE
    if wMovStatus not = "00"
        go to CountJournal-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneJournal thru CountOneJournal-Ex until AtEndOfFile
    close GC99MOV-FILE.
CountJournal-Ex. exit.

CountOneJournal.
    read GC99MOV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        move MOV-INITIALS to wTallyInits
        perform TallyInitials thru TallyInitials-Ex
    end-if.
CountOneJournal-Ex. exit.

CountSuspense.
    move 4   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99SUSP-FILE
    if wSuspStatus not = "00"
        go to CountSuspense-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneSuspense thru CountOneSuspense-Ex until AtEndOfFile
    close GC99SUSP-FILE.
CountSuspense-Ex. exit.

CountOneSuspense.
    read GC99SUSP-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        move SUSP-INITIALS to wTallyInits
        perform TallyInitials thru TallyInitials-Ex
    end-if.
CountOneSuspense-Ex. exit.

CountAchievements.
    *> the catalogue rows carry blank initials and count in the
    *> total only
    move 9   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99ACHV-FILE
    if wAchvStatus not = "00"
        go to CountAchievements-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneAward thru CountOneAward-Ex until AtEndOfFile
    close GC99ACHV-FILE.
CountAchievements-Ex. exit.

CountOneAward.
    read GC99ACHV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        move ACHV-INITIALS to wTallyInits
        perform TallyInitials thru TallyInitials-Ex
    end-if.
CountOneAward-Ex. exit.

CountRecords.
    move 5   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99RECS-FILE
    if wRecsStatus not = "00"
        go to CountRecords-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneRecord thru CountOneRecord-Ex until AtEndOfFile
    close GC99RECS-FILE.
CountRecords-Ex. exit.

CountOneRecord.
    read GC99RECS-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        move RECS-INITIALS to wTallyInits
        perform TallyInitials thru TallyInitials-Ex
    end-if.
CountOneRecord-Ex. exit.

CountPlayers.
    move 6   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99PLYR-FILE
    if wPlyrStatus not = "00"
        go to CountPlayers-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOnePlayer thru CountOnePlayer-Ex until AtEndOfFile
    close GC99PLYR-FILE
    if wPhase = 1
        move 'Y' to wHaveMaster
        if CNT-NEW(wFileIdx, 1) > 0
            move 'Y' to wNewOnMaster
        end-if
    end-if.
CountPlayers-Ex. exit.

CountOnePlayer.
    read GC99PLYR-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        move PLYR-INITIALS to wTallyInits
        perform TallyInitials thru TallyInitials-Ex
    end-if.
CountOnePlayer-Ex. exit.

CountStandings.
    move 7   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99LSTD-FILE
    if wLstdStatus not = "00"
        go to CountStandings-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    move 'N' to wEofSwitch
    perform CountOneStanding thru CountOneStanding-Ex until AtEndOfFile
    close GC99LSTD-FILE.
CountStandings-Ex. exit.

CountOneStanding.
    read GC99LSTD-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        move LSTD-INITIALS to wTallyInits
        perform TallyInitials thru TallyInitials-Ex
    end-if.
CountOneStanding-Ex. exit.

CountCheckpoint.
    *> an empty checkpoint file, or one from before the initials
    *> column (low-values), holds nobody's game
    move 8   to wFileIdx
    move 'N' to CNT-OPENED(wFileIdx, wPhase)
    open input GC99CHK-FILE
    if wChkStatus not = "00"
        go to CountCheckpoint-Ex
    end-if
    move 'Y' to CNT-OPENED(wFileIdx, wPhase)
    read GC99CHK-FILE
        at end
            close GC99CHK-FILE
            go to CountCheckpoint-Ex
    end-read
    close GC99CHK-FILE
    if CHK-INITIALS = low-values
        move spaces to wTallyInits
    else
        move CHK-INITIALS to wTallyInits
    end-if
    perform TallyInitials thru TallyInitials-Ex.
CountCheckpoint-Ex. exit.

*>****************************************************************
*> the change itself, file by file
*>****************************************************************
MoveHistory.
    *> the initials are part of HISC-KEY, so each game is written
    *> again under its new key before the old one is deleted - a
    *> game is never off the file, at worst briefly on it twice.
    *> The sweep re-positions past the old key after every move
    if CNT-OLD(1, 1) = 0
        go to MoveHistory-Ex
    end-if
    open i-o GC99HISC-FILE
    if wHiscStatus not = "00"
        display '*** unable to open score history, status ' wHiscStatus ' - history NOT moved ***'
        go to MoveHistory-Ex
    end-if
    move 'N' to wEofSwitch
    perform MoveOneHistory thru MoveOneHistory-Ex until AtEndOfFile
    close GC99HISC-FILE.
MoveHistory-Ex. exit.

MoveOneHistory.
    read GC99HISC-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to MoveOneHistory-Ex
    end-if
    if HISC-INITIALS not = wOldInitials
        go to MoveOneHistory-Ex
    end-if

    move HISC-KEY     to wHoldKey
    move wNewInitials to HISC-INITIALS
    write GC99HISC-REC
        invalid key
            add 1 to wHiscClashes
            display '*** game ' HISC-DATE ' ' HISC-TIME ' already on file for '
                    wNewInitials ' - left under ' wOldInitials ' ***'
    end-write
    if wHiscStatus = "00" or wHiscStatus = "02"
        move wOldInitials to HISC-INITIALS
        delete GC99HISC-FILE record
        add 1 to wHiscMoved
    end-if

    *> carry on from just past the old key
    move wHoldKey to HISC-KEY
    start GC99HISC-FILE key > HISC-KEY
        invalid key move 'Y' to wEofSwitch
    end-start.
MoveOneHistory-Ex. exit.

MoveArchive.
    *> the archive is plain sequential - the record is rewritten in
    *> place, its length does not change
    if CNT-OLD(2, 1) = 0
        go to MoveArchive-Ex
    end-if
    open i-o GC99HARC-FILE
    if wHarcStatus not = "00"
        display '*** unable to open score archive, status ' wHarcStatus ' - archive NOT moved ***'
        go to MoveArchive-Ex
    end-if
    move 'N' to wEofSwitch
    perform MoveOneArchive thru MoveOneArchive-Ex until AtEndOfFile
    close GC99HARC-FILE.
MoveArchive-Ex. exit.

MoveOneArchive.
    read GC99HARC-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        and ARC-INITIALS = wOldInitials
        move wNewInitials to ARC-INITIALS
        rewrite GC99HARC-REC
        add 1 to wHarcMoved
    end-if.
MoveOneArchive-Ex. exit.

MoveJournal.
    *> the initials are part of MOV-KEY, so every event of every game
    *> the old initials played is re-keyed the way the history is -
    *> written under the new key, then the old one deleted; MOV-SEQ
    *> and the event order stay as they were
    if CNT-OLD(3, 1) = 0
        go to MoveJournal-Ex
    end-if
    open i-o GC99MOV-FILE
    if wMovStatus not = "00"
        display '*** unable to open move journal, status ' wMovStatus ' - journal NOT moved ***'
        go to MoveJournal-Ex
    end-if
    move 'N' to wEofSwitch
    perform MoveOneJournal thru MoveOneJournal-Ex until AtEndOfFile
    close GC99MOV-FILE.
MoveJournal-Ex. exit.

MoveOneJournal.
    read GC99MOV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to MoveOneJournal-Ex
    end-if
    if MOV-INITIALS not = wOldInitials
        go to MoveOneJournal-Ex
    end-if

    move MOV-KEY      to wHoldMovKey
    move wNewInitials to MOV-INITIALS
    write GC99MOV-REC
        invalid key
            add 1 to wMovClashes
            display '*** journal ' MOV-DATE ' ' MOV-TIME ' event ' MOV-SEQ
                    ' already on file for ' wNewInitials ' - left under '
                    wOldInitials ' ***'
    end-write
    if wMovStatus = "00" or wMovStatus = "02"
        move wOldInitials to MOV-INITIALS
        delete GC99MOV-FILE record
        add 1 to wMovMoved
    end-if

    *> carry on from just past the old key
    move wHoldMovKey to MOV-KEY
    start GC99MOV-FILE key > MOV-KEY
        invalid key move 'Y' to wEofSwitch
    end-start.
MoveOneJournal-Ex. exit.

MoveSuspense.
    *> the suspense key repeats the history key, so it is re-keyed
    *> the same way and a held score stays held under its new owner
    if CNT-OLD(4, 1) = 0
        go to MoveSuspense-Ex
    end-if
    open i-o GC99SUSP-FILE
    if wSuspStatus not = "00"
        display '*** unable to open suspense file, status ' wSuspStatus ' - suspense NOT moved ***'
        go to MoveSuspense-Ex
    end-if
    move 'N' to wEofSwitch
    perform MoveOneSuspense thru MoveOneSuspense-Ex until AtEndOfFile
    close GC99SUSP-FILE.
MoveSuspense-Ex. exit.

MoveOneSuspense.
    read GC99SUSP-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to MoveOneSuspense-Ex
    end-if
    if SUSP-INITIALS not = wOldInitials
        go to MoveOneSuspense-Ex
    end-if

    move SUSP-KEY     to wHoldKey
    move wNewInitials to SUSP-INITIALS
    write GC99SUSP-REC
        invalid key
            add 1 to wSuspClashes
            display '*** suspense ' SUSP-DATE ' ' SUSP-TIME ' already on file for '
                    wNewInitials ' - left under ' wOldInitials ' ***'
    end-write
    if wSuspStatus = "00"
        move wOldInitials to SUSP-INITIALS
        delete GC99SUSP-FILE record
        add 1 to wSuspMoved
    end-if

    move wHoldKey to SUSP-KEY
    start GC99SUSP-FILE key > SUSP-KEY
        invalid key move 'Y' to wEofSwitch
    end-start.
MoveOneSuspense-Ex. exit.

MoveAchievements.
    *> the initials lead the key, so each award is written under the
    *> new owner before the old row is deleted, as for the suspense
    if CNT-OLD(9, 1) = 0
        go to MoveAchievements-Ex
    end-if
    open i-o GC99ACHV-FILE
    if wAchvStatus not = "00"
        display '*** unable to open achievements file, status ' wAchvStatus ' - awards NOT moved ***'
        go to MoveAchievements-Ex
    end-if
    move 'N' to wEofSwitch
    perform MoveOneAward thru MoveOneAward-Ex until AtEndOfFile
    close GC99ACHV-FILE.
MoveAchievements-Ex. exit.

MoveOneAward.
    read GC99ACHV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to MoveOneAward-Ex
    end-if
    if ACHV-INITIALS not = wOldInitials
        go to MoveOneAward-Ex
    end-if

    move ACHV-KEY       to wHoldAchvKey
    move GC99ACHV-REC   to wAchvHeld
    move ACHV-GAME-DATE to wAchvHeldDate
    move ACHV-GAME-TIME to wAchvHeldTime
    move wNewInitials   to ACHV-INITIALS
    move 'Y' to wAchvWritten
    write GC99ACHV-REC
        invalid key move 'N' to wAchvWritten
    end-write
    if wAchvWritten = 'Y'
        add 1 to wAchvMoved
    else
        perform KeepEarlierAward thru KeepEarlierAward-Ex
    end-if

    move wHoldAchvKey to ACHV-KEY
    delete GC99ACHV-FILE record
        invalid key
            display '*** award ' wOldInitials ' ' ACHV-CODE ' could not be removed, status '
                    wAchvStatus ' ***'
    end-delete

    move wHoldAchvKey to ACHV-KEY
    start GC99ACHV-FILE key > ACHV-KEY
        invalid key move 'Y' to wEofSwitch
    end-start.
MoveOneAward-Ex. exit.

KeepEarlierAward.
    *> both players hold the award: the row earned on the earlier
    *> game stands under the new initials and the other one goes
    add 1 to wAchvBoth
    read GC99ACHV-FILE
        invalid key go to KeepEarlierAward-Ex
    end-read
    if wAchvHeldDate < ACHV-GAME-DATE
       or (wAchvHeldDate = ACHV-GAME-DATE and wAchvHeldTime < ACHV-GAME-TIME)
        move wAchvHeld    to GC99ACHV-REC
        move wNewInitials to ACHV-INITIALS
        rewrite GC99ACHV-REC
            invalid key
                display '*** award ' wNewInitials ' ' ACHV-CODE ' could not be rewritten, status '
                        wAchvStatus ' ***'
        end-rewrite
    end-if.
KeepEarlierAward-Ex. exit.

MovePlayer.
    *> re-key: the master row changes owner, name, department and
    *> preferences intact. Merge: the surviving player's row stands
    *> and the old one goes - nothing is left under the old initials
    if CNT-OLD(6, 1) = 0
        move 'no master row for the old initials' to wPlyrAction
        go to MovePlayer-Ex
    end-if
    open i-o GC99PLYR-FILE
    if wPlyrStatus not = "00"
        display '*** unable to open player master, status ' wPlyrStatus ' - master NOT changed ***'
        move 'NOT CHANGED - open failed' to wPlyrAction
        go to MovePlayer-Ex
    end-if
    move wOldInitials to PLYR-INITIALS
    read GC99PLYR-FILE
        invalid key
            move 'NOT CHANGED - old row not found' to wPlyrAction
            close GC99PLYR-FILE
            go to MovePlayer-Ex
    end-read

    if RekeyMode
        move wNewInitials to PLYR-INITIALS
        write GC99PLYR-REC
            invalid key
                move 'NOT CHANGED - new row already on file' to wPlyrAction
                close GC99PLYR-FILE
                go to MovePlayer-Ex
        end-write
        move 'master row re-keyed' to wPlyrAction
    else
        move 'old master row removed' to wPlyrAction
    end-if
    move wOldInitials to PLYR-INITIALS
    delete GC99PLYR-FILE record
    close GC99PLYR-FILE.
MovePlayer-Ex. exit.

MoveRecords.
    *> re-key: the records entry changes owner as it stands - the
    *> new initials have no games of their own to fold in
    if CNT-OLD(5, 1) = 0
        move 'no records entry for the old initials' to wRecsAction
        go to MoveRecords-Ex
    end-if
    open i-o GC99RECS-FILE
    if wRecsStatus not = "00"
        display '*** unable to open records file, status ' wRecsStatus ' - records NOT changed ***'
        move 'NOT CHANGED - open failed' to wRecsAction
        go to MoveRecords-Ex
    end-if
    move wOldInitials to RECS-INITIALS
    read GC99RECS-FILE
        invalid key
            move 'NOT CHANGED - old entry not found' to wRecsAction
            close GC99RECS-FILE
            go to MoveRecords-Ex
    end-read
    move wNewInitials to RECS-INITIALS
    write GC99RECS-REC
        invalid key
            move 'NOT CHANGED - new entry already on file' to wRecsAction
            close GC99RECS-FILE
            go to MoveRecords-Ex
    end-write
    move wOldInitials to RECS-INITIALS
    delete GC99RECS-FILE record
    move 'records entry re-keyed' to wRecsAction
    close GC99RECS-FILE.
MoveRecords-Ex. exit.

RebuildRecords.
    *> merge: both old entries go and the surviving player's entry is
    *> rebuilt from the merged history, oldest game first, exactly as
    *> GC99SNAKE would have built it had every game been played under
    *> the new initials
    move 0 to wRebGames wRebBest wRebBestDate wRebBestTime
              wRebLastDate wRebStreak wRebSince wRebRecovered

    move 'N' to wHaveSuspense
    open input GC99SUSP-FILE
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    end-if
    sort GC99SORTWK on ascending key SRT-DATE SRT-TIME
        input procedure is FeedPlayerGames thru FeedPlayerGames-Ex
        output procedure is BuildRecordsEntry thru BuildRecordsEntry-Ex
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if

    open i-o GC99RECS-FILE
    if wRecsStatus = "35"
        open output GC99RECS-FILE
        close GC99RECS-FILE
        open i-o GC99RECS-FILE
    end-if
    if wRecsStatus not = "00"
        display '*** unable to open records file, status ' wRecsStatus ' - records NOT rebuilt ***'
        move 'NOT REBUILT - open failed' to wRecsAction
        go to RebuildRecords-Ex
    end-if
    move wOldInitials to RECS-INITIALS
    delete GC99RECS-FILE record
        invalid key continue
    end-delete
    move wNewInitials to RECS-INITIALS
    delete GC99RECS-FILE record
        invalid key continue
    end-delete

    if wRebGames = 0
        move 'both entries removed - no games left' to wRecsAction
        close GC99RECS-FILE
        go to RebuildRecords-Ex
    end-if
    initialize GC99RECS-REC
    move wNewInitials to RECS-INITIALS
    move wRebBest     to RECS-BEST-SCORE
    move wRebBestDate to RECS-BEST-DATE
    move wRebBestTime to RECS-BEST-TIME
    move wRebGames    to RECS-GAMES-PLAYED
    move wRebLastDate to RECS-LAST-PLAYED
    move wRebStreak   to RECS-STREAK-DAYS
    move wRebSince    to RECS-SINCE-BEST
    write GC99RECS-REC
        invalid key
            move 'NOT REBUILT - write failed' to wRecsAction
            close GC99RECS-FILE
            go to RebuildRecords-Ex
    end-write
    move 'entry rebuilt from the merged history' to wRecsAction
    close GC99RECS-FILE.
RebuildRecords-Ex. exit.

FeedPlayerGames.
    *> the archive holds the older games, the live history the rest
    open input GC99HARC-FILE
    if wHarcStatus = "00"
        move 'N' to wEofSwitch
        perform FeedOneArchived thru FeedOneArchived-Ex until AtEndOfFile
        close GC99HARC-FILE
    end-if
    open input GC99HISC-FILE
    if wHiscStatus = "00"
        move 'N' to wEofSwitch
        perform FeedOneLive thru FeedOneLive-Ex until AtEndOfFile
        close GC99HISC-FILE
    end-if.
FeedPlayerGames-Ex. exit.

FeedOneArchived.
    read GC99HARC-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to FeedOneArchived-Ex
    end-if
    if ARC-INITIALS not = wNewInitials
        go to FeedOneArchived-Ex
    end-if
    if ARC-GAMETYPE = 'R'
        add 1 to wRebRecovered
        go to FeedOneArchived-Ex
    end-if
    move ARC-DATE  to SRT-DATE
    move ARC-TIME  to SRT-TIME
    move ARC-SCORE to SRT-SCORE
    move ARC-KEY   to SUSP-KEY
    perform CheckVoided thru CheckVoided-Ex
    release GC99SORT-REC.
FeedOneArchived-Ex. exit.

FeedOneLive.
    read GC99HISC-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to FeedOneLive-Ex
    end-if
    if HISC-INITIALS not = wNewInitials
        go to FeedOneLive-Ex
    end-if
    if HISC-GAMETYPE = 'R'
        add 1 to wRebRecovered
        go to FeedOneLive-Ex
    end-if
    move HISC-DATE  to SRT-DATE
    move HISC-TIME  to SRT-TIME
    move HISC-SCORE to SRT-SCORE
    move HISC-KEY   to SUSP-KEY
    perform CheckVoided thru CheckVoided-Ex
    release GC99SORT-REC.
FeedOneLive-Ex. exit.

CheckVoided.
    *> a voided score was a game played, but never a personal best
    move 'N' to SRT-VOIDED
    if wHaveSuspense = 'N'
        go to CheckVoided-Ex
    end-if
    read GC99SUSP-FILE
        invalid key continue
        not invalid key
            if SUSP-STATUS = 'V'
                move 'Y' to SRT-VOIDED
            end-if
    end-read.
CheckVoided-Ex. exit.

BuildRecordsEntry.
    move 'N' to wSortEof
    perform BuildOneGame thru BuildOneGame-Ex until AtEndOfSort.
BuildRecordsEntry-Ex. exit.

BuildOneGame.
    *> the game-over rules of GC99SNAKE UpdatePlayerRecords, game by
    *> game: a second game the same day leaves the streak alone, a
    *> game the day after the last one extends it, any gap restarts it
    return GC99SORTWK
        at end move 'Y' to wSortEof
    end-return
    if AtEndOfSort
        go to BuildOneGame-Ex
    end-if

    add 1 to wRebGames
    evaluate true
        when wRebLastDate = 0
            move 1 to wRebStreak
        when SRT-DATE = wRebLastDate
            continue
        when function integer-of-date(SRT-DATE)
           = function integer-of-date(wRebLastDate) + 1
            add 1 to wRebStreak
        when other
            move 1 to wRebStreak
    end-evaluate
    move SRT-DATE to wRebLastDate

    if SRT-SCORE > wRebBest and SRT-VOIDED = 'N'
        move SRT-SCORE to wRebBest
        move SRT-DATE  to wRebBestDate
        move SRT-TIME  to wRebBestTime
        move 0         to wRebSince
    else
        add 1 to wRebSince
    end-if.
BuildOneGame-Ex. exit.

MoveStandings.
    *> the snapshot is small and sequential: it is read whole, the
    *> old rows re-owned (or folded into the surviving player's row
    *> on a merge - the better rank wins) and written back whole
    if CNT-OLD(7, 1) = 0
        move 'no standings row for the old initials' to wLstdAction
        go to MoveStandings-Ex
    end-if
    if CNT-TOTAL(7, 1) > wLstdMax
        display '*** standings snapshot larger than ' wLstdMax ' rows - NOT changed ***'
        move 'NOT CHANGED - snapshot too large' to wLstdAction
        go to MoveStandings-Ex
    end-if
    open input GC99LSTD-FILE
    if wLstdStatus not = "00"
        move 'NOT CHANGED - open failed' to wLstdAction
        go to MoveStandings-Ex
    end-if
    move 0   to wLstdCount
    move 'N' to wEofSwitch
    perform LoadOneStanding thru LoadOneStanding-Ex until AtEndOfFile
    close GC99LSTD-FILE

    perform ReownOneStanding thru ReownOneStanding-Ex
        varying wLstdIdx from 1 by 1 until wLstdIdx > wLstdCount

    open output GC99LSTD-FILE
    if wLstdStatus not = "00"
        display '*** unable to rewrite standings, status ' wLstdStatus ' ***'
        move 'NOT CHANGED - rewrite failed' to wLstdAction
        go to MoveStandings-Ex
    end-if
    perform WriteOneStanding thru WriteOneStanding-Ex
        varying wLstdIdx from 1 by 1 until wLstdIdx > wLstdCount
    close GC99LSTD-FILE
    if MergeMode
        move 'rows folded into the surviving player' to wLstdAction
    else
        move 'rows re-keyed' to wLstdAction
    end-if.
MoveStandings-Ex. exit.

LoadOneStanding.
    read GC99LSTD-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if not AtEndOfFile
        add 1 to wLstdCount
        move LSTD-SEAS-ID  to LST-SEAS-ID(wLstdCount)
        move LSTD-RANK     to LST-RANK(wLstdCount)
        move LSTD-INITIALS to LST-INITIALS(wLstdCount)
        move LSTD-POINTS   to LST-POINTS(wLstdCount)
        move 'N'           to LST-DROPPED(wLstdCount)
    end-if.
LoadOneStanding-Ex. exit.

ReownOneStanding.
    if LST-INITIALS(wLstdIdx) not = wOldInitials
        go to ReownOneStanding-Ex
    end-if
    *> the surviving player's row in the same season, if any
    move 0 to wLstdMate
    perform FindStandingMate thru FindStandingMate-Ex
        varying wLstdScan from 1 by 1 until wLstdScan > wLstdCount
    if wLstdMate = 0
        move wNewInitials to LST-INITIALS(wLstdIdx)
        go to ReownOneStanding-Ex
    end-if
    if LST-RANK(wLstdIdx) < LST-RANK(wLstdMate)
        move LST-RANK(wLstdIdx)   to LST-RANK(wLstdMate)
        move LST-POINTS(wLstdIdx) to LST-POINTS(wLstdMate)
    end-if
    move 'Y' to LST-DROPPED(wLstdIdx).
ReownOneStanding-Ex. exit.

FindStandingMate.
    if LST-INITIALS(wLstdScan) = wNewInitials
        and LST-SEAS-ID(wLstdScan) = LST-SEAS-ID(wLstdIdx)
        and LST-DROPPED(wLstdScan) = 'N'
        move wLstdScan to wLstdMate
    end-if.
FindStandingMate-Ex. exit.

WriteOneStanding.
    if LST-DROPPED(wLstdIdx) = 'N'
        move LST-SEAS-ID(wLstdIdx)  to LSTD-SEAS-ID
        move LST-RANK(wLstdIdx)     to LSTD-RANK
        move LST-INITIALS(wLstdIdx) to LSTD-INITIALS
        move LST-POINTS(wLstdIdx)   to LSTD-POINTS
        write GC99LSTD-REC
    end-if.
WriteOneStanding-Ex. exit.

MoveCheckpoint.
    *> a checkpoint left by the old initials resumes (or is recovered
    *> by GC99RCVR) under the new ones
    if CNT-OLD(8, 1) = 0
        move 'no checkpoint of the old initials' to wChkAction
        go to MoveCheckpoint-Ex
    end-if
    open i-o GC99CHK-FILE
    if wChkStatus not = "00"
        move 'NOT CHANGED - open failed' to wChkAction
        go to MoveCheckpoint-Ex
    end-if
    read GC99CHK-FILE
        at end
            move 'NOT CHANGED - checkpoint empty' to wChkAction
            close GC99CHK-FILE
            go to MoveCheckpoint-Ex
    end-read
    move wNewInitials to CHK-INITIALS
    rewrite GC99CHK-REC
    close GC99CHK-FILE
    move 'checkpoint re-keyed' to wChkAction.
MoveCheckpoint-Ex. exit.

*>****************************************************************
*> the control report
*>****************************************************************
PrintReport.
    move function current-date(1:8) to wReportDate
    move function current-date(9:6) to wReportTime
    move wReportDate to wReportDateEdit
    move wReportTime to wReportTimeEdit

    open output GC99PRINT-FILE
    move "GC99SNAKE  -  PLAYER INITIALS RE-KEY / MERGE" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Run date: " wReportDateEdit "  " wReportTimeEdit
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    if RekeyMode
        string "Change ......................: RE-KEY " wOldInitials
               " to " wNewInitials delimited by size into PRINT-LINE
    else
        string "Change ......................: MERGE " wOldInitials
               " into " wNewInitials delimited by size into PRINT-LINE
    end-if
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE

    move "RECORD COUNTS          -------- BEFORE -------  -------- AFTER --------" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "FILE                     TOTAL     " wOldInitials "     " wNewInitials
           "    TOTAL     " wOldInitials "     " wNewInitials
           " CHECK" delimited by size into PRINT-LINE
    write PRINT-LINE
    move "------------           ------- ------- -------  ------- ------- ------- -----" to PRINT-LINE
    write PRINT-LINE
    perform PrintOneCount thru PrintOneCount-Ex
        varying wFileIdx from 1 by 1 until wFileIdx > wFileMax

    move spaces to PRINT-LINE
    write PRINT-LINE
    move "CHANGES MADE" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "History games re-keyed ......: " wHiscMoved
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "History games left (clash) ..: " wHiscClashes
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Archive games re-keyed ......: " wHarcMoved
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Journal events re-keyed .....: " wMovMoved
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Journal events left (clash) .: " wMovClashes
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Suspense records re-keyed ...: " wSuspMoved
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Suspense left (clash) .......: " wSuspClashes
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Awards re-keyed .............: " wAchvMoved
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Awards held by both .........: " wAchvBoth
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Player master ...............: " wPlyrAction
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Records file ................: " wRecsAction
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Standings snapshot ..........: " wLstdAction
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Checkpoint ..................: " wChkAction
        delimited by size into PRINT-LINE
    write PRINT-LINE

    if MergeMode
        move spaces to PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "REBUILT RECORDS ENTRY FOR " wNewInitials
            delimited by size into PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "Games played ................: " wRebGames
            delimited by size into PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "Best score ..................: " wRebBest
               "  on " wRebBestDate " " wRebBestTime
            delimited by size into PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "Last played .................: " wRebLastDate
            delimited by size into PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "Day streak ..................: " wRebStreak
            delimited by size into PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "Games since best ............: " wRebSince
            delimited by size into PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "Recovered games not counted .: " wRebRecovered
            delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if.
PrintReport-Ex. exit.

PrintOneCount.
    *> CHECK is OK when nothing is left under the old initials and,
    *> for a file whose records change owner one for one, the total
    *> is unchanged and the new initials gained exactly what the old
    *> ones had
    move 'OK' to wRemark
    if CNT-OLD(wFileIdx, 2) > 0
        move 'CHECK' to wRemark
    end-if
    if CNT-ONE4ONE(wFileIdx) = 'Y'
        compute wExpectNew = CNT-NEW(wFileIdx, 1) + CNT-OLD(wFileIdx, 1)
        if CNT-TOTAL(wFileIdx, 2) not = CNT-TOTAL(wFileIdx, 1)
            or CNT-NEW(wFileIdx, 2) not = wExpectNew
            move 'CHECK' to wRemark
        end-if
    end-if
    move spaces to PRINT-LINE
    if CNT-OPENED(wFileIdx, 1) = 'N' and CNT-OPENED(wFileIdx, 2) = 'N'
        string CNT-NAME(wFileIdx) "           (no file on this station)"
            delimited by size into PRINT-LINE
    else
        string CNT-NAME(wFileIdx) "           "
               CNT-TOTAL(wFileIdx, 1) " " CNT-OLD(wFileIdx, 1) " "
               CNT-NEW(wFileIdx, 1) "  "
               CNT-TOTAL(wFileIdx, 2) " " CNT-OLD(wFileIdx, 2) " "
               CNT-NEW(wFileIdx, 2) " " wRemark
            delimited by size into PRINT-LINE
    end-if
    write PRINT-LINE.
PrintOneCount-Ex. exit.

TerminateReport.
    close GC99PRINT-FILE
    display '  '
    if RekeyMode
        display 'Initials ' wOldInitials ' re-keyed to ' wNewInitials
                ' - before/after counts on GC99IKEY.LST'
    else
        display 'Initials ' wOldInitials ' merged into ' wNewInitials
                ' - before/after counts on GC99IKEY.LST'
    end-if.
TerminateReport-Ex. exit.

End program GC99IKEY.
