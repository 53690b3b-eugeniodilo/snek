              >> SOURCE FORMAT IS FREE
*>****************************************************************
*> Purpose:    Score plausibility audit over the whole GC99SNAKE
*>             move journal. Every game's journal is re-walked by
*>             the GC99RPLY / GC99DIFF event rules and its score is
*>             rebuilt from scratch - wFoodPoints times the level per
*>             food, wBonusPoints times the level per bonus eaten,
*>             wClassicBonus times the level for finishing a classic-
*>             wall game - and impossible play is flagged:
*>              S  a score jump with no food or bonus event behind it
*>              R  a 180-degree reversal on a direction change
*>              L  a snake length that does not match the foods eaten
*>              M  moves or events logged after the game-over event
*>              H  a history score that differs from the rebuilt one
*>              F  food or bonus credited while the re-walked head is
*>                 somewhere else (fresh games only - a resumed game
*>                 journals from the checkpoint, head position unknown)
*>             Each flagged score is posted to the GC99SUSP.DAT
*>             suspense file, which holds it back from GC99RPT,
*>             GC99LEAG and GC99XPRT until the operator clears or
*>             voids it on the GC99SMNT disposition screen.
*> Method:     the GC99DIFF control-break sweep, with the head-only
*>             walk checking each event as it comes due. A score
*>             already in suspense is not audited again, so a
*>             disposition stands whatever later runs find.
*> Cond code:  RETURN-CODE 0 = nothing new, 4 = scores posted to
*>             suspense tonight (held back, the stream carries on),
*>             8 = nothing could be audited (an old-layout file, or
*>             one that would not open).
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99PLAU.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.3 2026.10.15
*> Changelog:  1.0 first release - a hand-edited score no longer tops
*>             the leaderboard for a week before anyone notices.
*>             1.1 GC99MOV.DAT is now indexed; the sweep reads it in
*>             key order.
*>             1.2 shop parameters: each game's score is rebuilt with
*>             the food, bonus and classic-wall points in force when
*>             it was played, worked back from the GC99PLOG.DAT change
*>             log; the demo initials are read from GC99PARM.DAT and
*>             the parameters in force head the report.
*>             1.3 a history or journal in an old layout, or a journal
*>             or suspense file that will not open, ends with
*>             condition code 8 - the night went unaudited.
*>
*> Run this nightly, after GC99VRFY and ahead of GC99RPT / GC99LEAG /
*> GC99XPRT, so the reports never see an unexplained score.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99PLAU.

ENVIRONMENT DIVISION.
configuration section.

input-output section.
file-control.
    *> move-by-move journal written by GC99SNAKE at game end
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is sequential
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> score history - read by key for each journal's claimed score
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is dynamic
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.

    *> the suspense file the flagged scores are posted to
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is dynamic
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the shop parameter change log - when each scoring rule changed
    select GC99PLOG-FILE assign to "GC99PLOG.DAT"
        organization is sequential
        file status is wPlogStatus.

    *> the printed audit report
    select GC99PRINT-FILE assign to "GC99PLAU.LST"
        organization is line sequential
        file status is wPrintStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99MOV-FILE.
COPY 'GC99MOV.CPY'.

FD  GC99HISC-FILE.
COPY 'GC99HISC.CPY'.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PLOG-FILE.
COPY 'GC99PLOG.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

working-storage section.
01 wMovStatus   pic x(2) value "00".
01 wHiscStatus  pic x(2) value "00".
01 wSuspStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".
01 wPlogStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.
01 wMovEof      pic x(1) value 'N'.

*>Constant codes for cur-direction
01 DIR-UP    pic 9(1) value 1.
01 DIR-LEFT  pic 9(1) value 2.
01 DIR-DOWN  pic 9(1) value 3.
01 DIR-RIGHT pic 9(1) value 4.

*> the game's own scoring rules - the shipped values, overridden by
*> the shop parameters in force today
01 wFoodPoints   pic 9(03) value 10.
01 wBonusPoints  pic 9(03) value 50.
01 wClassicBonus pic 9(04) value 100.

*> ...and as they stood when the game being audited was played,
*> worked back from the changes logged since
01 wRuleFood     pic 9(03) value 0.
01 wRuleBonus    pic 9(03) value 0.
01 wRuleClassic  pic 9(04) value 0.
01 wFoodFound    pic x(01) value 'N'.
01 wBonusFound   pic x(01) value 'N'.
01 wClassicFound pic x(01) value 'N'.

*> the scoring changes off GC99PLOG.DAT, in the order they were made
01 wChgMax       constant as 500.
01 wChgCount     pic 9(04) value 0.
01 wChgIdx       pic 9(04) value 0.
01 wChgDropped   pic 9(04) value 0.
01 wPlogEof      pic x(01) value 'N'.
01 SCORING-CHANGES.
   05 SC-ENTRY occurs wChgMax.
      10 SC-DATE   pic 9(08).
      10 SC-TIME   pic 9(06).
      10 SC-CODE   pic x(08).
      10 SC-OLD    pic 9(08).
01 wDemoInitials pic x(03) value 'DMO'.

*> one game's events, collected in MOV-SEQ order then re-walked
01 wMovMax    constant as 5000.
01 wMovCount  pic 9(04) value 0.
01 wEvtIdx    pic 9(04) value 0.
01 MOVE-JOURNAL.
   05 MJ-ENTRY occurs wMovMax.
      10 MJ-MOVE-NO    pic 9(05).
      10 MJ-EVENT-TYPE pic 9(01).
      10 MJ-DIRECTION  pic 9(01).
      10 MJ-FOODROW    pic 9(02).
      10 MJ-FOODCOL    pic 9(02).
      10 MJ-LEVEL      pic 9(02).
      10 MJ-SIZEROW    pic 9(03).
      10 MJ-SIZECOL    pic 9(03).
      10 MJ-WALLMODE   pic x(01).
      10 MJ-SNAKELEN   pic 9(04).
      10 MJ-SCORE      pic 9(06).

*> the game being collected off the (append-only) journal file
01 wCurGameKey.
   05 wCurGameDate pic 9(08).
   05 wCurGameTime pic 9(06).
   05 wCurGameInit pic x(03).
01 wFirstGame    pic x(01) value 'Y'.
01 wGameTruncated pic x(01) value 'N'.

*> the head-only re-walk of one game
01 wHeadRow     pic 9(03) value 1.
01 wHeadCol     pic 9(03) value 1.
01 cur-direction pic 9(1) value 3.
01 wSizeRow     pic 9(03) value 13.
01 wSizeCol     pic 9(03) value 20.
01 wWallMode    pic x(01) value 'W'.
   88 WrapAroundMode value 'W' 'w'.
   88 ClassicWallMode value 'C' 'c'.
01 wSimMoves    pic 9(05) value 0.
01 wSimDone     pic x(01) value 'N'.
01 wWallHit     pic x(01) value 'N'.
01 wFreshGame   pic x(01) value 'N'.

*> the score rebuilt from the journal, beside the journal's own
01 wCalcScore    pic 9(07) value 0.
01 wCalcLen      pic 9(04) value 0.
01 wCalcLevel    pic 9(02) value 0.
01 wCalcFoods    pic 9(04) value 0.
01 wPrevJrnScore pic 9(06) value 0.
01 wEvtCredit    pic 9(06) value 0.
01 wEvtDelta     pic s9(07) value 0.
01 wFoodRow      pic 9(02) value 0.
01 wFoodCol      pic 9(02) value 0.
01 wBonusRow     pic 9(02) value 0.
01 wBonusCol     pic 9(02) value 0.

*> the game-over event and what was found wrong with the game
01 wOverIdx      pic 9(04) value 0.
01 wOverMoves    pic 9(05) value 0.
01 wOverLen      pic 9(04) value 0.
01 wScanIdx      pic 9(04) value 0.
01 wReasonList   pic x(06) value spaces.
01 wReasonCode   pic x(01) value space.
01 wReasonCount  pic 9(01) value 0.
01 wCodeHits     pic 9(02) value 0.
01 wFirstBadMove pic 9(05) value 0.
01 wHiscScore    pic 9(06) value 0.

*> run counts
01 wGamesAudited  pic 9(06) value 0.
01 wGamesClean    pic 9(06) value 0.
01 wNewSuspects   pic 9(06) value 0.
01 wAlreadyHeld   pic 9(06) value 0.
01 wNoScoreRec    pic 9(06) value 0.
01 wGamesSkipped  pic 9(06) value 0.
01 wDemoSkipped   pic 9(06) value 0.
01 wReasonTally.
   05 wTallyS pic 9(06) value 0.
   05 wTallyR pic 9(06) value 0.
   05 wTallyL pic 9(06) value 0.
   05 wTallyM pic 9(06) value 0.
   05 wTallyH pic 9(06) value 0.
   05 wTallyF pic 9(06) value 0.

01 wHaveHistory pic x(01) value 'N'.
01 wHaveSuspense pic x(01) value 'N'.
01 wNotAudited   pic x(01) value 'N'.

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.

*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform InitializeReport thru InitializeReport-Ex
  perform LoadScoringChanges thru LoadScoringChanges-Ex
  perform OpenFiles        thru OpenFiles-Ex
  perform SweepJournal     thru SweepJournal-Ex
  perform PrintTotals      thru PrintTotals-Ex
  perform TerminateReport  thru TerminateReport-Ex

  *> the condition code the nightly stream tests - a journal that
  *> could not be read means tonight's games went unaudited
  if wNotAudited = 'Y'
      move 8 to return-code
  else
      if wNewSuspects > 0
          move 4 to return-code
      end-if
  end-if
  stop run.

*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

InitializeReport.
    move function current-date(1:8) to wReportDate
    move wReportDate                to wReportDateEdit
    open output GC99PRINT-FILE
    move "GC99SNAKE  -  SCORE PLAUSIBILITY AUDIT"  to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Run date: " wReportDateEdit delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE
    perform PrintParameters thru PrintParameters-Ex

    move "SCORES POSTED TO SUSPENSE" to PRINT-LINE
    write PRINT-LINE
    move "DATE     TIME   INI  REASONS  HISTORY  REBUILT  1ST MOVE" to PRINT-LINE
    write PRINT-LINE
    move "-------- ------ ---  -------  -------  -------  --------" to PRINT-LINE
    write PRINT-LINE.
InitializeReport-Ex. exit.

LoadParameters.
    *> the shop parameters this job applies; one not on file, or
    *> no parameter file at all, keeps the shipped value
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
    move 'CLASSBNS' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wClassicBonus
    end-read
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

LoadScoringChanges.
    *> the log is appended in time order; only the points changes
    *> matter to a rebuilt score. No log = the rules never changed
    move 0 to wChgCount wChgDropped
    open input GC99PLOG-FILE
    if wPlogStatus not = "00"
        go to LoadScoringChanges-Ex
    end-if
    move 'N' to wPlogEof
    perform LoadOneChange thru LoadOneChange-Ex until wPlogEof = 'Y'
    close GC99PLOG-FILE.
LoadScoringChanges-Ex. exit.

LoadOneChange.
    read GC99PLOG-FILE
        at end move 'Y' to wPlogEof
    end-read
    if wPlogEof = 'Y'
        go to LoadOneChange-Ex
    end-if
    if PLOG-CODE not = 'FOODPTS' and PLOG-CODE not = 'BONUSPTS'
        and PLOG-CODE not = 'CLASSBNS'
        go to LoadOneChange-Ex
    end-if
    if wChgCount >= wChgMax
        add 1 to wChgDropped
        go to LoadOneChange-Ex
    end-if
    add 1 to wChgCount
    move PLOG-DATE    to SC-DATE(wChgCount)
    move PLOG-TIME    to SC-TIME(wChgCount)
    move PLOG-CODE    to SC-CODE(wChgCount)
    move PLOG-OLD-NUM to SC-OLD(wChgCount).
LoadOneChange-Ex. exit.

SetGameRules.
    *> today's values, unless a change was made after the game: the
    *> first such change of each rule holds, as its old value, the
    *> value the game was played under
    move wFoodPoints   to wRuleFood
    move wBonusPoints  to wRuleBonus
    move wClassicBonus to wRuleClassic
    move 'N' to wFoodFound wBonusFound wClassicFound
    perform WorkBackOneChange thru WorkBackOneChange-Ex
        varying wChgIdx from 1 by 1 until wChgIdx > wChgCount.
SetGameRules-Ex. exit.

WorkBackOneChange.
    if SC-DATE(wChgIdx) < wCurGameDate
        go to WorkBackOneChange-Ex
    end-if
    if SC-DATE(wChgIdx) = wCurGameDate and SC-TIME(wChgIdx) <= wCurGameTime
        go to WorkBackOneChange-Ex
    end-if
    evaluate SC-CODE(wChgIdx)
        when 'FOODPTS'
            if wFoodFound = 'N'
                move SC-OLD(wChgIdx) to wRuleFood
                move 'Y' to wFoodFound
            end-if
        when 'BONUSPTS'
            if wBonusFound = 'N'
                move SC-OLD(wChgIdx) to wRuleBonus
                move 'Y' to wBonusFound
            end-if
        when 'CLASSBNS'
            if wClassicFound = 'N'
                move SC-OLD(wChgIdx) to wRuleClassic
                move 'Y' to wClassicFound
            end-if
    end-evaluate.
WorkBackOneChange-Ex. exit.

OpenFiles.
    *> the history is read by key, the suspense file both read (is
    *> this score already held?) and written - created on first use
    open input GC99HISC-FILE
    if wHiscStatus = "00"
        move 'Y' to wHaveHistory
    else
        if wHiscStatus = "39"
            move "*** score history is an old layout - run GC99HCNV first ***" to PRINT-LINE
            move 'Y' to wNotAudited
        else
            move "*** no score history on file - nothing to audit ***" to PRINT-LINE
        end-if
        write PRINT-LINE
        go to OpenFiles-Ex
    end-if

    open i-o GC99SUSP-FILE
    if wSuspStatus = "35"
        open output GC99SUSP-FILE
        close GC99SUSP-FILE
        open i-o GC99SUSP-FILE
    end-if
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    else
        move spaces to PRINT-LINE
        string "*** unable to open the suspense file, status "
               wSuspStatus " - nothing audited ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
        move 'Y' to wNotAudited
    end-if.
OpenFiles-Ex. exit.

SweepJournal.
    *> one pass over the whole journal: each game's events are
    *> collected in core (the file reads in MOV-KEY order, so they
    *> come together and in MOV-SEQ order)
    *> and audited when the next game's first event shows up
    if wHaveHistory not = 'Y' or wHaveSuspense not = 'Y'
        go to SweepJournal-Ex
    end-if

    move 'N' to wMovEof
    move 'Y' to wFirstGame
    move 0   to wMovCount
    open input GC99MOV-FILE
    if wMovStatus not = "00"
        evaluate wMovStatus
            when "35"
            when "05"
                move "*** no move journal on file - nothing to audit ***" to PRINT-LINE
            when "39"
                move "*** move journal is an old layout - run GC99HCNV first ***" to PRINT-LINE
                move 'Y' to wNotAudited
            when other
                move spaces to PRINT-LINE
                string "*** unable to open the move journal, status "
                       wMovStatus " - nothing audited ***"
                       delimited by size into PRINT-LINE
                move 'Y' to wNotAudited
        end-evaluate
        write PRINT-LINE
        go to SweepJournal-Ex
    end-if
    perform CollectOneEvent thru CollectOneEvent-Ex until wMovEof = 'Y'
    close GC99MOV-FILE

    *> the last game on the file has no successor to flush it
    if wMovCount > 0
        perform AuditOneGame thru AuditOneGame-Ex
    end-if

    if wNewSuspects = 0
        move "(none)" to PRINT-LINE
        write PRINT-LINE
    end-if.
SweepJournal-Ex. exit.

CollectOneEvent.
    read GC99MOV-FILE
        at end move 'Y' to wMovEof
    end-read

    if wMovEof = 'Y'
        go to CollectOneEvent-Ex
    end-if

    if wFirstGame = 'Y'
        or MOV-DATE     not = wCurGameDate
        or MOV-TIME     not = wCurGameTime
        or MOV-INITIALS not = wCurGameInit
        if wMovCount > 0
            perform AuditOneGame thru AuditOneGame-Ex
        end-if
        move MOV-DATE     to wCurGameDate
        move MOV-TIME     to wCurGameTime
        move MOV-INITIALS to wCurGameInit
        move 0   to wMovCount
        move 'N' to wFirstGame wGameTruncated
    end-if

    if wMovCount < wMovMax
        add 1 to wMovCount
        move MOV-MOVE-NO    to MJ-MOVE-NO(wMovCount)
        move MOV-EVENT-TYPE to MJ-EVENT-TYPE(wMovCount)
        move MOV-DIRECTION  to MJ-DIRECTION(wMovCount)
        move MOV-FOODROW    to MJ-FOODROW(wMovCount)
        move MOV-FOODCOL    to MJ-FOODCOL(wMovCount)
        move MOV-LEVEL      to MJ-LEVEL(wMovCount)
        move MOV-SIZEROW    to MJ-SIZEROW(wMovCount)
        move MOV-SIZECOL    to MJ-SIZECOL(wMovCount)
        move MOV-WALLMODE   to MJ-WALLMODE(wMovCount)
        move MOV-SNAKELEN   to MJ-SNAKELEN(wMovCount)
        move MOV-SCORE      to MJ-SCORE(wMovCount)
    else
        move 'Y' to wGameTruncated
    end-if.
CollectOneEvent-Ex. exit.

AuditOneGame.
    *> demo/soak games never rank, and a game cut short (journal
    *> table full, or no game-over event) cannot be balanced
    if wCurGameInit = wDemoInitials
        add 1 to wDemoSkipped
        go to AuditOneGame-Ex
    end-if
    if wGameTruncated = 'Y'
        add 1 to wGamesSkipped
        go to AuditOneGame-Ex
    end-if

    move 0 to wOverIdx
    perform FindGameOver thru FindGameOver-Ex
        varying wScanIdx from 1 by 1 until wScanIdx > wMovCount
    if wOverIdx = 0
        add 1 to wGamesSkipped
        go to AuditOneGame-Ex
    end-if

    *> a score already in suspense keeps its disposition
    move wCurGameDate to SUSP-DATE
    move wCurGameTime to SUSP-TIME
    move wCurGameInit to SUSP-INITIALS
    read GC99SUSP-FILE
        invalid key
            continue
        not invalid key
            add 1 to wAlreadyHeld
            go to AuditOneGame-Ex
    end-read

    *> a journal whose score record is gone was purged to the archive
    *> by GC99ARCH - it was audited while it was still live
    move wCurGameDate to HISC-DATE
    move wCurGameTime to HISC-TIME
    move wCurGameInit to HISC-INITIALS
    read GC99HISC-FILE
        invalid key
            add 1 to wNoScoreRec
            go to AuditOneGame-Ex
    end-read
    move HISC-SCORE to wHiscScore

    add 1 to wGamesAudited
    perform SetGameRules thru SetGameRules-Ex
    move spaces to wReasonList
    move 0      to wReasonCount wFirstBadMove

    perform WalkOneGame thru WalkOneGame-Ex
    perform CheckEventOrder thru CheckEventOrder-Ex
        varying wScanIdx from 1 by 1 until wScanIdx > wMovCount

    *> the game's final facts against the score record
    move wOverIdx to wEvtIdx
    if wCalcScore not = wHiscScore
        move 'H' to wReasonCode
        perform FlagReason thru FlagReason-Ex
    end-if
    if HISC-SNAKELEN not = wOverLen
        move 'L' to wReasonCode
        perform FlagReason thru FlagReason-Ex
    end-if

    if wReasonCount = 0
        add 1 to wGamesClean
    else
        perform PostSuspense thru PostSuspense-Ex
    end-if.
AuditOneGame-Ex. exit.

FindGameOver.
    if MJ-EVENT-TYPE(wScanIdx) = 9 and wOverIdx = 0
        move wScanIdx              to wOverIdx
        move MJ-MOVE-NO(wScanIdx)  to wOverMoves
        move MJ-SNAKELEN(wScanIdx) to wOverLen
    end-if.
FindGameOver-Ex. exit.

WalkOneGame.
    *> re-walk the collected game head-only, the GC99DIFF rules, with
    *> the score and the snake's length rebuilt event by event
    move 1   to wHeadRow wHeadCol
    move 3   to cur-direction
    move 'W' to wWallMode
    move 13  to wSizeRow
    move 20  to wSizeCol
    move 0   to wSimMoves
    move 'N' to wSimDone wWallHit wFreshGame
    move 0   to wFoodRow wFoodCol wBonusRow wBonusCol wCalcFoods

    *> the rebuild starts from the first event's state: zero for a
    *> fresh game, the checkpoint's banked score for a resumed one
    move MJ-SCORE(1)    to wCalcScore wPrevJrnScore
    move MJ-SNAKELEN(1) to wCalcLen
    move MJ-LEVEL(1)    to wCalcLevel
    move MJ-DIRECTION(1) to cur-direction
    move 1 to wEvtIdx

    if MJ-EVENT-TYPE(1) = 0
        move MJ-WALLMODE(1)  to wWallMode
        move MJ-SIZEROW(1)   to wSizeRow
        move MJ-SIZECOL(1)   to wSizeCol
        move MJ-FOODROW(1)   to wFoodRow
        move MJ-FOODCOL(1)   to wFoodCol
        *> a fresh game starts one cell long with no food out yet;
        *> a resumed one carries the checkpoint's food and length
        if MJ-FOODROW(1) = 0 and MJ-SNAKELEN(1) = 1 and MJ-SCORE(1) = 0
            move 'Y' to wFreshGame
        end-if
        move 2 to wEvtIdx
    end-if

    *> a resumed game's head is nowhere known, so its walk only
    *> counts moves - it must not invent a classic-wall hit
    if wFreshGame = 'N'
        move 'W' to wWallMode
    end-if

    perform WalkOneStep thru WalkOneStep-Ex
        until wSimDone = 'Y'.
WalkOneGame-Ex. exit.

WalkOneStep.
    if wEvtIdx > wMovCount
        move 'Y' to wSimDone
        go to WalkOneStep-Ex
    end-if

    evaluate true
        when MJ-EVENT-TYPE(wEvtIdx) = 9
            and MJ-MOVE-NO(wEvtIdx) <= wSimMoves
            perform CheckOneEvent thru CheckOneEvent-Ex
            move 'Y' to wSimDone

        when MJ-EVENT-TYPE(wEvtIdx) = 1
            and MJ-MOVE-NO(wEvtIdx) <= wSimMoves + 1
            perform CheckOneEvent thru CheckOneEvent-Ex
            move MJ-DIRECTION(wEvtIdx) to cur-direction
            add 1 to wEvtIdx
            perform StepHead thru StepHead-Ex

        when MJ-MOVE-NO(wEvtIdx) <= wSimMoves
            perform CheckOneEvent thru CheckOneEvent-Ex
            if MJ-EVENT-TYPE(wEvtIdx) = 3
                move MJ-SIZEROW(wEvtIdx) to wSizeRow
                move MJ-SIZECOL(wEvtIdx) to wSizeCol
            end-if
            add 1 to wEvtIdx

        when other
            *> no event due yet - the snake keeps moving; after a wall
            *> hit nothing but the game-over record can still be due,
            *> so anything else waiting is play past the end
            if wWallHit = 'Y'
                move 'M' to wReasonCode
                perform FlagReason thru FlagReason-Ex
                move 'Y' to wSimDone
            else
                perform StepHead thru StepHead-Ex
            end-if
    end-evaluate.
WalkOneStep-Ex. exit.

StepHead.
    *> one head move, the stepping the game itself does; a classic-
    *> mode step off the board is the wall hit that ended the game
    if wWallHit = 'Y'
        go to StepHead-Ex
    end-if
    evaluate true
        when cur-direction = DIR-UP
            if wHeadRow = 1
                if ClassicWallMode move 'Y' to wWallHit
                else               move wSizeRow to wHeadRow end-if
            else subtract 1 from wHeadRow end-if
        when cur-direction = DIR-LEFT
            if wHeadCol = 1
                if ClassicWallMode move 'Y' to wWallHit
                else               move wSizeCol to wHeadCol end-if
            else subtract 1 from wHeadCol end-if
        when cur-direction = DIR-DOWN
            if wHeadRow = wSizeRow
                if ClassicWallMode move 'Y' to wWallHit
                else               move 1 to wHeadRow end-if
            else add 1 to wHeadRow end-if
        when cur-direction = DIR-RIGHT
            if wHeadCol = wSizeCol
                if ClassicWallMode move 'Y' to wWallHit
                else               move 1 to wHeadCol end-if
            else add 1 to wHeadCol end-if
    end-evaluate
    if wWallHit not = 'Y'
        add 1 to wSimMoves
    end-if.
StepHead-Ex. exit.

CheckOneEvent.
    *> the event at wEvtIdx as it comes due, the head standing where
    *> the game had it. Growth by one is a food eaten (the first event
    *> logged after the bite shows it) and is worth wFoodPoints at the
    *> level in force before the bite; anything else is no growth rule
    *> the game has
    move 0 to wEvtCredit
    if MJ-SNAKELEN(wEvtIdx) not = wCalcLen
        if MJ-SNAKELEN(wEvtIdx) = wCalcLen + 1
            add 1 to wCalcLen wCalcFoods
            compute wEvtCredit = wRuleFood * wCalcLevel
            if wFreshGame = 'Y'
                and (wHeadRow not = wFoodRow or wHeadCol not = wFoodCol)
                move 'F' to wReasonCode
                perform FlagReason thru FlagReason-Ex
            end-if
        else
            move 'L' to wReasonCode
            perform FlagReason thru FlagReason-Ex
            move MJ-SNAKELEN(wEvtIdx) to wCalcLen
        end-if
    end-if

    compute wEvtDelta = MJ-SCORE(wEvtIdx) - wPrevJrnScore - wEvtCredit

    evaluate MJ-EVENT-TYPE(wEvtIdx)
        when 1
            *> the game refuses a reversal onto the snake's own neck
            if (MJ-DIRECTION(wEvtIdx) = DIR-UP    and cur-direction = DIR-DOWN)
            or (MJ-DIRECTION(wEvtIdx) = DIR-DOWN  and cur-direction = DIR-UP)
            or (MJ-DIRECTION(wEvtIdx) = DIR-LEFT  and cur-direction = DIR-RIGHT)
            or (MJ-DIRECTION(wEvtIdx) = DIR-RIGHT and cur-direction = DIR-LEFT)
                move 'R' to wReasonCode
                perform FlagReason thru FlagReason-Ex
            end-if
        when 2
            move MJ-FOODROW(wEvtIdx) to wFoodRow
            move MJ-FOODCOL(wEvtIdx) to wFoodCol
        when 4
            move MJ-FOODROW(wEvtIdx) to wBonusRow
            move MJ-FOODCOL(wEvtIdx) to wBonusCol
        when 5
            *> bonus gone: eaten if the score says so, else timed out
            if wEvtDelta = wRuleBonus * wCalcLevel
                add wEvtDelta to wEvtCredit
                move 0 to wEvtDelta
                if wFreshGame = 'Y'
                    and (wHeadRow not = wBonusRow or wHeadCol not = wBonusCol)
                    move 'F' to wReasonCode
                    perform FlagReason thru FlagReason-Ex
                end-if
            end-if
        when 9
            *> finishing a classic-wall game pays its bonus, quitting
            *> with ESC does not - either is a plausible ending
            if MJ-WALLMODE(wEvtIdx) = 'C' or 'c'
                if wEvtDelta = wRuleClassic * wCalcLevel
                    add wEvtDelta to wEvtCredit
                    move 0 to wEvtDelta
                end-if
            end-if
    end-evaluate

    if wEvtDelta not = 0
        move 'S' to wReasonCode
        perform FlagReason thru FlagReason-Ex
    end-if

    add wEvtCredit to wCalcScore
    move MJ-SCORE(wEvtIdx) to wPrevJrnScore
    move MJ-LEVEL(wEvtIdx) to wCalcLevel.
CheckOneEvent-Ex. exit.

CheckEventOrder.
    *> the game-over event is the last thing a game logs: nothing may
    *> follow it, and nothing before it may be later than its move -
    *> bar the steer that was keyed into the fatal move itself
    if wScanIdx > wOverIdx
        move 'M' to wReasonCode
        move wScanIdx to wEvtIdx
        perform FlagReason thru FlagReason-Ex
        go to CheckEventOrder-Ex
    end-if
    if MJ-MOVE-NO(wScanIdx) > wOverMoves
        if MJ-EVENT-TYPE(wScanIdx) = 1
            and MJ-MOVE-NO(wScanIdx) = wOverMoves + 1
            continue
        else
            move 'M' to wReasonCode
            move wScanIdx to wEvtIdx
            perform FlagReason thru FlagReason-Ex
        end-if
    end-if.
CheckEventOrder-Ex. exit.

FlagReason.
    *> note one anomaly: each code once per game, the first one found
    *> (and its move) become the primary reason on the suspense record
    if wReasonCount = 0
        if wEvtIdx >= 1 and wEvtIdx <= wMovCount
            move MJ-MOVE-NO(wEvtIdx) to wFirstBadMove
        else
            move wOverMoves to wFirstBadMove
        end-if
    end-if
    move 0 to wCodeHits
    inspect wReasonList tallying wCodeHits for all wReasonCode
    if wCodeHits > 0 or wReasonCount >= 6
        go to FlagReason-Ex
    end-if
    add 1 to wReasonCount
    move wReasonCode to wReasonList(wReasonCount:1)
    evaluate wReasonCode
        when 'S' add 1 to wTallyS
        when 'R' add 1 to wTallyR
        when 'L' add 1 to wTallyL
        when 'M' add 1 to wTallyM
        when 'H' add 1 to wTallyH
        when 'F' add 1 to wTallyF
    end-evaluate.
FlagReason-Ex. exit.

PostSuspense.
    move wCurGameDate      to SUSP-DATE
    move wCurGameTime      to SUSP-TIME
    move wCurGameInit      to SUSP-INITIALS
    move wReasonList(1:1)  to SUSP-REASON
    move wReasonList       to SUSP-REASON-LIST
    move wFirstBadMove     to SUSP-MOVE-NO
    move wHiscScore        to SUSP-HISC-SCORE
    if wCalcScore > 999999
        move 999999        to SUSP-CALC-SCORE
    else
        move wCalcScore    to SUSP-CALC-SCORE
    end-if
    move wReportDate       to SUSP-AUDIT-DATE
    move 'P'               to SUSP-STATUS
    move 0                 to SUSP-DISP-DATE
    move spaces            to SUSP-DISP-INITIALS SUSP-DISP-NOTE
    write GC99SUSP-REC
        invalid key
            add 1 to wAlreadyHeld
            go to PostSuspense-Ex
    end-write

    add 1 to wNewSuspects
    move spaces to PRINT-LINE
    string wCurGameDate " " wCurGameTime " " wCurGameInit
           "  " wReasonList "   " wHiscScore "   " SUSP-CALC-SCORE
           "   " wFirstBadMove
           delimited by size into PRINT-LINE
    write PRINT-LINE.
PostSuspense-Ex. exit.

PrintTotals.
    if wHaveHistory = 'Y'
        close GC99HISC-FILE
    end-if
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if

    move spaces to PRINT-LINE
    write PRINT-LINE
    move "REASON CODES" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "S  score jump with no food/bonus event ....: " wTallyS
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "R  180-degree reversal ....................: " wTallyR
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "L  length not matching the foods eaten ....: " wTallyL
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "M  moves after the game-over event ........: " wTallyM
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "H  history score differs from the rebuild .: " wTallyH
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "F  food credited off the head's cell ......: " wTallyF
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE

    move "RUN COUNTS" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Games re-simulated ...........: " wGamesAudited
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Games found plausible ........: " wGamesClean
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Scores posted to suspense ....: " wNewSuspects
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Already in suspense (kept) ...: " wAlreadyHeld
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Journals with no score record : " wNoScoreRec
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Games skipped (cut short) ....: " wGamesSkipped
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Demo/soak games (" wDemoInitials ") skipped.: " wDemoSkipped
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Scoring changes on the log ...: " wChgCount
        delimited by size into PRINT-LINE
    write PRINT-LINE
    if wChgDropped > 0
        move spaces to PRINT-LINE
        string "*** WARNING: " wChgDropped " scoring changes beyond " wChgMax
               " not loaded - recent games may be misjudged ***"
            delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if.
PrintTotals-Ex. exit.

TerminateReport.
    close GC99PRINT-FILE
    display ' '
    display 'Score audit over ' wGamesAudited ' games, '
            wNewSuspects ' posted to suspense - see GC99PLAU.LST'.
TerminateReport-Ex. exit.

End program GC99PLAU.
