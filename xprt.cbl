*>             GC99PLYR.DAT and writes GC99XPRT.TXT: one 'H' header
*>             record with the extract stamp, one 'D' detail per
*>             score joined to the player's name and department, and
*>             one 'A' record per achievement earned (GC99ACHV.DAT),
*>             and a 'T' trailer with the detail count, a score hash
*>             total and the award count so the receiving side can
*>             prove the feed arrived whole. Fields are '|'-separated.
*> Filtering:  demo/soak games (the reserved DMO initials) are left
*>             out - the intranet page shows the same standings the
*>             printed leaderboard does. Scores held in suspense
*>             by GC99PLAU (pending, or voided on GC99SMNT) are left
*>             out the same way.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99XPRT.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.3 2026.10.15
*> Changelog:  1.0 first release - nobody retypes the Friday printout
*>             into a spreadsheet any more.
*>             1.1 pending and voided suspense scores stay off the
*>             feed, as they do off the printed leaderboard.
*>             1.2 achievements: an 'A' record per award earned, with
*>             the award's title and the game it was earned on, and
*>             the award count added at the end of the trailer.
*>             1.3 the reserved demo initials are read from the shop
*>             parameter file GC99PARM.DAT.
*>
*> Run this nightly; the intranet team picks GC99XPRT.TXT up after.
*>****************************************************************
        record key is PLYR-INITIALS
        file status is wPlyrStatus.

    *> score suspense kept by GC99PLAU / GC99SMNT - a pending or
    *> voided score is not exported; optional, no file = none held
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is random
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> player achievements - the catalogue for the titles and one
    *> row per award earned; optional, no file = no 'A' records
    select GC99ACHV-FILE assign to "GC99ACHV.DAT"
        organization is indexed
        access mode is sequential
        record key is ACHV-KEY
        file status is wAchvStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is random
        record key is PARM-CODE
        file status is wParmStatus.

    *> the delimited interchange file the intranet side picks up
    select GC99XPRT-FILE assign to "GC99XPRT.TXT"
        organization is line sequential
FD  GC99PLYR-FILE.
COPY 'GC99PLYR.CPY'.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

FD  GC99ACHV-FILE.
COPY 'GC99ACHV.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99XPRT-FILE.
01  XPRT-LINE pic x(120).

01 wHiscStatus  pic x(2) value "00".
01 wPlyrStatus  pic x(2) value "00".
01 wXprtStatus  pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".
01 wSuspStatus  pic x(2) value "00".
01 wAchvStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfHistory value 'Y'.
   88 AtEndOfAwards  value 'Y'.

78 wDelimiter    value '|'.
01 wDemoInitials pic x(03) value 'DMO'.

01 wHaveMaster  pic x(1)  value 'N'.
01 wPlayerName  pic x(30) value spaces.
01 wScoreHash   pic 9(12) value 0.
01 wDemoSkipped pic 9(7)  value 0.
01 wNoMaster    pic 9(7)  value 0.
01 wHeldBack    pic 9(7)  value 0.
01 wAwardCount  pic 9(7)  value 0.

*> the award catalogue in core for the titles - the definitions lead
*> the file, so they are all loaded before the first award is met
01 wTitleMax    constant as 50.
01 wTitleCount  pic 9(02) value 0.
01 wTitleIdx    pic 9(02) value 0.
01 AWARD-TITLES.
   05 AT-ENTRY occurs wTitleMax.
      10 AT-CODE    pic x(04).
      10 AT-TITLE   pic x(28).
01 wAwardTitle  pic x(28) value spaces.

*> scores held in suspense - pending or voided, never exported
01 wHaveSuspense pic x(1) value 'N'.
01 wScoreHeld    pic x(1) value 'N'.

01 wExtractDate pic 9(8)  value 0.
01 wExtractTime pic 9(6)  value 0.
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform InitializeExport thru InitializeExport-Ex
  perform ExportHistory    thru ExportHistory-Ex
  perform ExportAwards     thru ExportAwards-Ex
  perform WriteTrailer     thru WriteTrailer-Ex
  perform TerminateExport  thru TerminateExport-Ex
  stop run.
        move 'Y' to wHaveMaster
    end-if

    move 'N' to wHaveSuspense
    open input GC99SUSP-FILE
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    end-if

    *> H|extract date|extract time
    move spaces to XPRT-LINE
    string "H" wDelimiter wExtractDate wDelimiter wExtractTime
    write XPRT-LINE.
InitializeExport-Ex. exit.

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

ExportHistory.
    move 'N' to wEofSwitch
    open input GC99HISC-FILE
        go to ExportOneScore-Ex
    end-if

    perform CheckSuspense thru CheckSuspense-Ex
    if wScoreHeld = 'Y'
        add 1 to wHeldBack
        go to ExportOneScore-Ex
    end-if

    *> the name/department join; a score from initials no longer on
    *> the master still exports, with the name fields empty
    move spaces to wPlayerName wPlayerDept
    add HISC-SCORE to wScoreHash.
ExportOneScore-Ex. exit.

CheckSuspense.
    *> a score GC99PLAU could not account for stays off the feed
    *> while it is pending, and for good once voided
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

ExportAwards.
    move 'N' to wEofSwitch
    move 0   to wTitleCount
    open input GC99ACHV-FILE
    if wAchvStatus not = "00"
        go to ExportAwards-Ex
    end-if
    perform ExportOneAward thru ExportOneAward-Ex until AtEndOfAwards
    close GC99ACHV-FILE.
ExportAwards-Ex. exit.

ExportOneAward.
    read GC99ACHV-FILE next record
        at end move 'Y' to wEofSwitch
    end-read

    if AtEndOfAwards
        go to ExportOneAward-Ex
    end-if

    if ACHV-REC-TYPE = 'D'
        if wTitleCount < wTitleMax
            add 1 to wTitleCount
            move ACHV-CODE  to AT-CODE(wTitleCount)
            move ACHV-TITLE to AT-TITLE(wTitleCount)
        end-if
        go to ExportOneAward-Ex
    end-if

    move spaces to wAwardTitle
    perform FindAwardTitle thru FindAwardTitle-Ex
        varying wTitleIdx from 1 by 1 until wTitleIdx > wTitleCount

    move spaces to wPlayerName wPlayerDept
    if wHaveMaster = 'Y'
        move ACHV-INITIALS to PLYR-INITIALS
        read GC99PLYR-FILE
            invalid key
                continue
            not invalid key
                move PLYR-NAME to wPlayerName
                move PLYR-DEPT to wPlayerDept
        end-read
    end-if

    *> A|initials|name|dept|award|title|game date|game time|earned date
    move spaces to XPRT-LINE
    string "A"                                    delimited by size
           wDelimiter ACHV-INITIALS               delimited by size
           wDelimiter function trim(wPlayerName)  delimited by size
           wDelimiter function trim(wPlayerDept)  delimited by size
           wDelimiter ACHV-CODE                   delimited by size
           wDelimiter function trim(wAwardTitle)  delimited by size
           wDelimiter ACHV-GAME-DATE              delimited by size
           wDelimiter ACHV-GAME-TIME              delimited by size
           wDelimiter ACHV-EARN-DATE              delimited by size
           into XPRT-LINE
    write XPRT-LINE
    add 1 to wAwardCount.
ExportOneAward-Ex. exit.

FindAwardTitle.
    if AT-CODE(wTitleIdx) = ACHV-CODE
        move AT-TITLE(wTitleIdx) to wAwardTitle
    end-if.
FindAwardTitle-Ex. exit.

WriteTrailer.
    *> T|detail count|score hash total|award count
    move spaces to XPRT-LINE
    string "T" wDelimiter wDetailCount wDelimiter wScoreHash
           wDelimiter wAwardCount
        delimited by size into XPRT-LINE
    write XPRT-LINE.
WriteTrailer-Ex. exit.
    if wHaveMaster = 'Y'
        close GC99PLYR-FILE
    end-if
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if
    close GC99XPRT-FILE

    display ' '
    end-if
    if wNoMaster > 0
        display 'Scores with no master entry ..: ' wNoMaster
    end-if
    if wHeldBack > 0
        display 'Scores held in suspense ......: ' wHeldBack
    end-if
    if wAwardCount > 0
        display 'Achievements exported ........: ' wAwardCount
    end-if.
TerminateExport-Ex. exit.

