*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.2 2026.10.15
*> Changelog:  1.0 first release.
*>             1.1 GC99MOV.DAT is now indexed on MOV-KEY: the chosen
*>             game is read straight off its key instead of scanning
*>             the whole journal, and the game list reads back from
*>             the end of the file for the latest games only.
*>             1.2 the course and revision each game was played on
*>             are shown on the game list and beside the replay; the
*>             board itself is the one journalled with the game.
*>
*> Viewing:  gc99rply
*> The viewer lists the games on the journal, asks for one game's
file-control.
    *> move-by-move journal written by GC99SNAKE at game end
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is dynamic
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

*>****************************************************************
      10 MJ-SNAKELEN   pic 9(04).
      10 MJ-SCORE      pic 9(06).

*> game listing shown before the key prompt - the LAST wListLimit
*> game-over records on the journal, read back from the end of the
*> file and filled from the bottom slot up so they show oldest first
01 wListLimit constant as 15.
01 wListCount pic 9(02) value 0.
01 wListTotal pic 9(06) value 0.
      10 LST-MOVES    pic 9(05).
      10 LST-SNAKELEN pic 9(04).
      10 LST-SCORE    pic 9(06).
      10 LST-COURSE   pic x(08).
      10 LST-CRSE-REV pic 9(03).

*> the replayed game's course revision, off its journal events
01 wGameCourse   pic x(08) value spaces.
01 wGameCrseRev  pic 9(03) value 0.

01 black   constant as 0.
01 blue    constant as 1.
ListGamesOnFile.
    *> one line per recorded game (its game-over event), so the
    *> operator can see what is replayable before keying the choice;
    *> the journal is in date/time key order, so the latest games are
    *> the last wListLimit game-over records read backward from the end
    move 0   to wListTotal
    move wListLimit to wListCount
    move 'N' to wMovEof
    open input GC99MOV-FILE
    if wMovStatus = "39"
        display '*** move journal file is the old layout - run GC99HCNV ***'
        go to ListGamesOnFile-Ex
    end-if
    if wMovStatus not = "00"
        display '*** no move journal on file yet (status ' wMovStatus ') ***'
        go to ListGamesOnFile-Ex
    end-if

    move high-values to MOV-KEY
    start GC99MOV-FILE key < MOV-KEY
        invalid key move 'Y' to wMovEof
    end-start
    perform ListOneGame thru ListOneGame-Ex
        until wMovEof = 'Y' or wListTotal = wListLimit
    close GC99MOV-FILE

    display 'Games on the journal file (latest ' wListLimit ' shown):'
    display 'DATE       TIME     INI   MOVES   LENGTH  SCORE    COURSE   REV'
    if wListTotal = 0
        display '(none recorded yet)'
    else
        *> oldest kept entry first: the last slot filled on the way
        *> back up the file
        compute wListIdx = wListLimit - wListTotal + 1
        move wListTotal to wListShown
        perform ShowOneListLine thru ShowOneListLine-Ex
            wListShown times
    end-if
ListGamesOnFile-Ex. exit.

ListOneGame.
    read GC99MOV-FILE previous record
        at end move 'Y' to wMovEof
    end-read

    if wMovEof not = 'Y' and MOV-EVENT-TYPE = 9
        add 1 to wListTotal
        move MOV-DATE     to LST-DATE(wListCount)
        move MOV-TIME     to LST-TIME(wListCount)
        move MOV-INITIALS to LST-INITIALS(wListCount)
        move MOV-MOVE-NO  to LST-MOVES(wListCount)
        move MOV-SNAKELEN to LST-SNAKELEN(wListCount)
        move MOV-SCORE    to LST-SCORE(wListCount)
        move MOV-COURSE   to LST-COURSE(wListCount)
        move MOV-CRSE-REV to LST-CRSE-REV(wListCount)
        if wListCount > 1
            subtract 1 from wListCount
        end-if
    end-if.
ListOneGame-Ex. exit.

ShowOneListLine.
    display LST-DATE(wListIdx) '   ' LST-TIME(wListIdx) '   '
            LST-INITIALS(wListIdx) '   ' LST-MOVES(wListIdx) '   '
            LST-SNAKELEN(wListIdx) '   ' LST-SCORE(wListIdx) '   '
            LST-COURSE(wListIdx) ' ' LST-CRSE-REV(wListIdx)
    add 1 to wListIdx.
ShowOneListLine-Ex. exit.

LoadJournal.
    *> pull the chosen game's events into core, in MOV-SEQ order:
    *> position on the game's key with sequence zero and read on
    *> while the date/time/initials still match
    move 0   to wMovCount
    move 'N' to wMovEof
    open input GC99MOV-FILE
    if wMovStatus not = "00"
        go to LoadJournal-Ex
    end-if

    move wGameDate     to MOV-DATE
    move wGameTime     to MOV-TIME
    move wGameInitials to MOV-INITIALS
    move 0             to MOV-SEQ
    start GC99MOV-FILE key > MOV-KEY
        invalid key move 'Y' to wMovEof
    end-start
    perform LoadOneEvent thru LoadOneEvent-Ex until wMovEof = 'Y'
    close GC99MOV-FILE.
LoadJournal-Ex. exit.

LoadOneEvent.
    read GC99MOV-FILE next record
        at end move 'Y' to wMovEof
    end-read

    if wMovEof = 'Y'
        go to LoadOneEvent-Ex
    end-if
    if MOV-DATE not = wGameDate or MOV-TIME not = wGameTime
        or MOV-INITIALS not = wGameInitials
        *> past the chosen game - the rest of the file is other games
        move 'Y' to wMovEof
        go to LoadOneEvent-Ex
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
        move MOV-BASELIN    to MJ-BASELIN(wMovCount)
        move MOV-BASECOL    to MJ-BASECOL(wMovCount)
        move MOV-WALLMODE   to MJ-WALLMODE(wMovCount)
        move MOV-SNAKELEN   to MJ-SNAKELEN(wMovCount)
        move MOV-SCORE      to MJ-SCORE(wMovCount)
        move MOV-COURSE     to wGameCourse
        move MOV-CRSE-REV   to wGameCrseRev
    end-if.
LoadOneEvent-Ex. exit.

    display snakeLen               at 0867 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
    display "speed (1/100s).:"     at 0950 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
    display wViewSpeed             at 0967 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
    display "course.........:"     at 1050 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
    if wGameCourse = spaces
        display "(classic)"        at 1067 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
    else
        display wGameCourse        at 1067 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
        display "revision.......:" at 1150 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
        display wGameCrseRev       at 1167 :BCOL: wBox-bco  :FCOL: wBox-fco highlight
    end-if

    *> pace the replay; '+'/'-' retune it mid-flight, ESC bails out
    move space to wDummy
