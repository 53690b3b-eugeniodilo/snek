              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
        ==:FCOL:== BY ==FOREGROUND-COLOR==.
*>****************************************************************
*> Purpose:    Spectator board for the breakroom screen. Shows every
*>             GC99SNAKE game in progress off the live session status
*>             file GC99SESS.DAT - workstation, player, course, mode,
*>             when the player signed on, score, level and when the
*>             row was last refreshed - and repaints itself on a
*>             timer, so the crowd can follow a record attempt from
*>             across the room. Read only: it never registers as a
*>             session and never changes a file.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99SPEC.COB -lpdcurses (compile with GnuCOBOL 3.1 or greater)
*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release.
*>             1.1 the session's registration time is headed SIGNED
*>             ON - it is when the player signed on, not when the
*>             game in play began.
*>
*> Viewing:  gc99spec
*> The board repaints every few seconds on its own; any key repaints
*> it at once, ESC leaves. Sessions silent for longer than the
*> GC99MENU silence limit are not shown, only counted at the foot.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99SPEC.

ENVIRONMENT DIVISION.
configuration section.
special-names.
    CRT STATUS IS wCRT-STATUS.

input-output section.
file-control.
    *> live session status - one row per registered game session
    select GC99SESS-FILE assign to "GC99SESS.DAT"
        organization is indexed
        access mode is sequential
        record key is SESS-KEY
        file status is wSessStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99SESS-FILE.
COPY 'GC99SESS.CPY'.

working-storage section.
01 wSessStatus pic x(2) value "00".
01 wSessEof    pic x(1) value 'N'.
01 wDone       pic x(1) value 'N'.

*> the same silence limit GC99MENU uses to tell live from dead
01 wSilentLimit constant as 900.
01 wSilentSecs  pic s9(09) value 0.
01 wSilentCount pic 9(03) value 0.

*> board refresh interval, hundredths of a second
01 wRefreshTicks constant as 500.

*> the board: one screen line per live game, first line and the
*> most lines that fit inside the box
01 wFirstLine  constant as 7.
01 wBoardMax   constant as 13.
01 wShown      pic 9(03) value 0.
01 wNotShown   pic 9(03) value 0.
01 wLin        pic 9(03) value 0.

01 wNowDate    pic 9(08) value 0.
01 wNowTime    pic 9(06) value 0.
01 redefines wNowTime.
   05 wNowHH   pic 9(02).
   05 wNowMM   pic 9(02).
   05 wNowSS   pic 9(02).
01 wUpdTime    pic 9(06) value 0.
01 redefines wUpdTime.
   05 wUpdHH   pic 9(02).
   05 wUpdMM   pic 9(02).
   05 wUpdSS   pic 9(02).
01 wStartTime  pic 9(06) value 0.
01 redefines wStartTime.
   05 wStartHH pic 9(02).
   05 wStartMM pic 9(02).
   05 wStartSS pic 9(02).

*> one board line, built field by field and shown in one display
01 wBoardLine.
   05 BL-WORKSTATION pic x(15).
   05 filler         pic x(02) value spaces.
   05 BL-INITIALS    pic x(03).
   05 filler         pic x(02) value spaces.
   05 BL-COURSE      pic x(08).
   05 filler         pic x(02) value spaces.
   05 BL-MODE        pic x(09).
   05 filler         pic x(02) value spaces.
   05 BL-STARTED     pic x(09).
   05 filler         pic x(02) value spaces.
   05 BL-SCORE       pic zzzzz9.
   05 filler         pic x(02) value spaces.
   05 BL-LEVEL       pic z9.
   05 filler         pic x(02) value spaces.
   05 BL-UPDATED     pic x(08).
01 wClock          pic x(08) value spaces.
01 wFootLine       pic x(76) value spaces.
01 wBlank          pic x(76) value spaces.

01 black   constant as 0.
01 blue    constant as 1.
01 green   constant as 2.
01 cyan    constant as 3.
01 red     constant as 4.
01 magenta constant as 5.
01 yellow  constant as 6.
01 white   constant as 7.

78 wBox-bco       value red.
78 wBox-fco       value white.

01 wDummy      pic x(01) value space.

78  K-ESCAPE      VALUE 2005.
01 wCRT-STATUS    PIC 9(04) VALUE 9999.
01 wInt           binary-short signed.

COPY 'GC01BOX.CPY'.
*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform InitialSettings thru InitialSettingsEx

  perform ShowBoard thru ShowBoard-Ex
      until wDone = 'Y'

  display ' ' at 0101 with blank screen *> clear screen
  display ' ' at 2101
  stop run.
*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

InitialSettings.
  *> sets in order to detect the PgUp, PgDn, PrtSc(screen print), Esc keys,
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
  set environment 'COB_SCREEN_ESC'        TO 'Y'.

  *> board refresh - TIME-OUT values are in hundredths of a second
  set environment 'COB_TIMEOUT_SCALE'     TO '2'.

  *> clear screen and initialize pdcurses library
  display ' ' at 0101 with blank screen
  *> hide the cursor
  move 0 to wInt;  call static "curs_set" using by value wInt end-call

  *> BIG BOX as BACKGROUD
  move wBox-bco to Box-bco
  move wBox-fco to Box-fco
  move 'S'   to Box-style
  move 'N'   to Box-Shadow
  move '001001025080' to Box-rc
  call "GC01BOX" using BOX-AREA
       on exception
           display "program GC01BOX not found, enter to continue without boxes ..." accept omitted
  end-call

  display ' GnuCOBOL SNAKE GAME - GAMES IN PROGRESS ' at 002002 :BCOL: red :FCOL: yellow highlight end-display
  display " the board refreshes on its own, any key now, ESC to leave." at 023002 :BCOL: red :FCOL: yellow highlight end-display

  display 'WORKSTATION      INI  COURSE    MODE       SIGNED ON   SCORE  LV  UPDATED'
      at 0503 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display '---------------  ---  --------  ---------  ---------  ------  --  --------'
      at 0603 :BCOL: wBox-bco :FCOL: wBox-fco highlight.
InitialSettingsEx. exit.

ShowBoard.
    *> repaint every line of the board from the file as it is now,
    *> then wait for the timer (or a key)
    move function current-date(1:8) to wNowDate
    move function current-date(9:6) to wNowTime
    move spaces to wClock
    string wNowHH ':' wNowMM ':' wNowSS delimited by size into wClock
    display 'As at '   at 0303 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wNowDate   at 0309 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wClock     at 0318 :BCOL: wBox-bco :FCOL: wBox-fco highlight

    perform ClearOneLine thru ClearOneLine-Ex
        varying wLin from wFirstLine by 1
        until wLin > wFirstLine + wBoardMax

    move 0   to wShown wNotShown wSilentCount
    move 'N' to wSessEof
    open input GC99SESS-FILE
    if wSessStatus = "00"
        perform ShowOneSession thru ShowOneSession-Ex
            until wSessEof = 'Y'
        close GC99SESS-FILE
    end-if

    move spaces to wFootLine
    evaluate true
        when wShown = 0
            move '(no games in progress)' to wFootLine
        when wNotShown > 0
            string wNotShown ' more game(s) in progress, not shown'
                delimited by size into wFootLine
        when other
            continue
    end-evaluate
    compute wLin = wFirstLine + wBoardMax + 1
    display wBlank     at line wLin col 3 :BCOL: wBox-bco :FCOL: wBox-fco
    display wFootLine  at line wLin col 3 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    add 1 to wLin
    display wBlank     at line wLin col 3 :BCOL: wBox-bco :FCOL: wBox-fco
    if wSilentCount > 0
        move spaces to wFootLine
        string wSilentCount ' silent session(s) not shown - '
               'see GC99MENU' delimited by size into wFootLine
        display wFootLine at line wLin col 3 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    end-if

    accept wDummy at 2479 with auto time-out after wRefreshTicks end-accept
    if wCRT-STATUS = K-ESCAPE
        move 'Y' to wDone
    end-if.
ShowBoard-Ex. exit.

ClearOneLine.
    display wBlank at line wLin col 3 :BCOL: wBox-bco :FCOL: wBox-fco.
ClearOneLine-Ex. exit.

ShowOneSession.
    read GC99SESS-FILE
        at end move 'Y' to wSessEof
    end-read
    if wSessEof = 'Y'
        go to ShowOneSession-Ex
    end-if

    *> a row gone quiet is a crashed or abandoned terminal, not a game
    if SESS-UPD-DATE is not numeric or SESS-UPD-DATE = 0
        or SESS-UPD-TIME is not numeric
        move wSilentLimit to wSilentSecs
    else
        move SESS-UPD-TIME to wUpdTime
        compute wSilentSecs =
            (function integer-of-date(wNowDate)
             - function integer-of-date(SESS-UPD-DATE)) * 86400
            + (wNowHH * 3600 + wNowMM * 60 + wNowSS)
            - (wUpdHH * 3600 + wUpdMM * 60 + wUpdSS)
    end-if
    if wSilentSecs not < wSilentLimit
        add 1 to wSilentCount
        go to ShowOneSession-Ex
    end-if

    if wShown >= wBoardMax
        add 1 to wNotShown
        go to ShowOneSession-Ex
    end-if
    add 1 to wShown

    move SESS-WORKSTATION to BL-WORKSTATION
    move SESS-INITIALS    to BL-INITIALS
    if SESS-COURSE = spaces
        move '(flat)'     to BL-COURSE
    else
        move SESS-COURSE  to BL-COURSE
    end-if
    evaluate SESS-MODE
        when 'S'   move 'single'    to BL-MODE
        when 'M'   move 'match'     to BL-MODE
        when 'C'   move 'challenge' to BL-MODE
        when 'D'   move 'demo'      to BL-MODE
        when other move 'at prompt' to BL-MODE
    end-evaluate
    move SESS-START-TIME to wStartTime
    move spaces to BL-STARTED
    string wStartHH ':' wStartMM delimited by size into BL-STARTED
    move SESS-SCORE      to BL-SCORE
    move SESS-LEVEL      to BL-LEVEL
    move spaces to BL-UPDATED
    string wUpdHH ':' wUpdMM ':' wUpdSS delimited by size into BL-UPDATED

    compute wLin = wFirstLine + wShown - 1
    display wBoardLine at line wLin col 3 :BCOL: wBox-bco :FCOL: wBox-fco highlight.
ShowOneSession-Ex. exit.

End program GC99SPEC.
