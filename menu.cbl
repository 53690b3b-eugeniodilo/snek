*>             game, the reports and the maintenance programs from
*>             one screen, shows at a glance what is on file (batch
*>             window state, registered game sessions, last GC99RPT
*>             run, last archive cutoff, games ended today, last
*>             backup), and owns the batch window on GC99RUNC.DAT:
*>             while the window is open no game will start, and while
*>             game sessions are registered the maintenance jobs
*>             refuse to run - no more shouting across the room.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99MENU.COB -lpdcurses (compile with GnuCOBOL 3.1 or greater)
*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB), the launched
*>             programs via the SYSTEM routine
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.7 2026.10.15
*> Changelog:  1.0 first release.
*>             1.1 P launches the GC99PLAU score audit and Q the
*>             GC99SMNT suspense disposition; the options are grouped
*>             in three columns - play and reports, maintenance,
*>             batch and operations - so the list has room to grow.
*>             1.2 I launches the GC99IKEY initials re-key / merge,
*>             N the GC99JOBS nightly job stream.
*>             1.3 live session status: the panel splits the game
*>             sessions into live and silent off GC99SESS.DAT, Z
*>             clears only the silent ones, and W launches the
*>             GC99SPEC spectator board.
*>             1.4 T launches the GC99DEPT department standings.
*>             1.5 G launches the GC99BKUP generation backup / restore;
*>             its last run is shown on the panel.
*>             1.6 E launches the GC99ACHV achievements catalogue and
*>             back-award sweep.
*>             1.7 S launches the GC99TMNT shop parameter maintenance.
*>
*> Running:  gc99menu
*> Key the letter/number of a program to launch it; B opens/closes
*> the batch window, Z clears the sessions that have gone silent
*> (crashed or abandoned terminals), ESC leaves the menu.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99MENU.
        organization is sequential
        file status is wRuncStatus.

    *> live session status - one row per registered game session,
    *> its last-update stamp tells a live session from a dead one
    select GC99SESS-FILE assign to "GC99SESS.DAT"
        organization is indexed
        access mode is dynamic
        record key is SESS-KEY
        file status is wSessStatus.

    *> session audit log - the games-ended-today count on the panel
    select GC99AUD-FILE assign to "GC99AUD.DAT"
        organization is sequential
FD  GC99AUD-FILE.
COPY 'GC99AUD.CPY'.

FD  GC99SESS-FILE.
COPY 'GC99SESS.CPY'.

working-storage section.
01 wRuncStatus pic x(2) value "00".
01 wAudStatus  pic x(2) value "00".
01 wAudEof     pic x(1) value 'N'.
01 wSessStatus pic x(2) value "00".
01 wSessEof    pic x(1) value 'N'.

*> a session whose row has not been refreshed for wSilentLimit
*> seconds is taken for dead: GC99SNAKE refreshes at every game start
*> and end and every few moves, so only a crashed terminal or one
*> left standing at a prompt goes this quiet (the GC99SPEC board uses
*> the same limit)
01 wSilentLimit constant as 900.
01 wSilentSecs  pic s9(09) value 0.
01 wLiveCount   pic 9(03) value 0.
01 wSilentCount pic 9(03) value 0.
01 wSweepMode   pic x(01) value 'N'.
   88 SweepSilentRows value 'Y'.
01 wNowDate     pic 9(08) value 0.
01 wNowTime     pic 9(06) value 0.
01 redefines wNowTime.
   05 wNowHH    pic 9(02).
   05 wNowMM    pic 9(02).
   05 wNowSS    pic 9(02).
01 wUpdTime     pic 9(06) value 0.
01 redefines wUpdTime.
   05 wUpdHH    pic 9(02).
   05 wUpdMM    pic 9(02).
   05 wUpdSS    pic 9(02).

01 black   constant as 0.
01 blue    constant as 1.

  perform ShowStatusPanel thru ShowStatusPanel-Ex

  *> play and reports
  display '1  Play GC99SNAKE'        at 1103 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display '2  GC99RPT  leaderboard'  at 1203 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display '3  GC99STAT statistics'   at 1303 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display '6  GC99RPLY replay'       at 1403 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'D  GC99DIFF analytics'    at 1503 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'L  GC99LEAG league'       at 1603 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'C  GC99CHAL challenge'    at 1703 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'W  GC99SPEC spectator'    at 1803 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'T  GC99DEPT departments'  at 1903 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  *> maintenance
  display '4  GC99PMNT players'      at 1129 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display '5  GC99EDIT layouts'      at 1229 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'Q  GC99SMNT suspense'     at 1329 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'K  GC99RCVR recovery'     at 1429 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'H  GC99HCNV conversion'   at 1529 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'I  GC99IKEY re-key'       at 1629 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'G  GC99BKUP backup'       at 1729 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'S  GC99TMNT parameters'   at 1829 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  *> batch and operations
  display '7  GC99RECN reconcile'    at 1155 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'V  GC99VRFY verify'       at 1255 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'P  GC99PLAU score audit'  at 1355 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'A  GC99ARCH archive'      at 1455 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'X  GC99XPRT export'       at 1555 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'N  GC99JOBS night run'    at 1655 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'E  GC99ACHV achievements' at 1755 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'B  batch window'          at 1855 :BCOL: wBox-bco :FCOL: wBox-fco highlight
  display 'Z  clear silent sessions' at 1955 :BCOL: wBox-bco :FCOL: wBox-fco highlight.
PaintScreen-Ex. exit.

ShowStatusPanel.
    perform ReadRunControl  thru ReadRunControl-Ex
    perform CountGamesToday thru CountGamesToday-Ex
    move 'N' to wSweepMode
    perform CountSessions   thru CountSessions-Ex

    display 'Batch window .......: '  at 0405 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    if RUNC-BATCH-WINDOW = 'Y'
    end-if
    display 'Game sessions ......: '  at 0505 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display RUNC-SESSIONS             at 0527 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display '('                       at 0531 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wLiveCount                at 0532 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display ' live, '                 at 0535 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wSilentCount              at 0542 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    if wSilentCount > 0
        display ' silent)'            at 0545 :BCOL: wBox-bco :FCOL: wBox-fco highlight blink
    else
        display ' silent)'            at 0545 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    end-if

    display 'Last GC99RPT run ...: '  at 0605 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    if RUNC-LAST-RPT-DATE = 0

    display 'Games ended today ..: '  at 0805 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wGamesToday               at 0827 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display '(from GC99AUD.DAT)'      at 0833 :BCOL: wBox-bco :FCOL: wBox-fco highlight

    display 'Last backup run ....: '  at 0905 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    if RUNC-LAST-BKUP-DATE = 0
        display '(never)             ' at 0927 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    else
        display RUNC-LAST-BKUP-DATE   at 0927 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display '/'                   at 0935 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display RUNC-LAST-BKUP-TIME   at 0936 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        if RUNC-LAST-BKUP-MODE = 'R'
            display ', restored G'    at 0942 :BCOL: wBox-bco :FCOL: wBox-fco highlight
            display RUNC-LAST-BKUP-GEN at 0954 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        else
            display ', taken G'       at 0942 :BCOL: wBox-bco :FCOL: wBox-fco highlight
            display RUNC-LAST-BKUP-GEN at 0951 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        end-if
    end-if.
ShowStatusPanel-Ex. exit.

CountGamesToday.
        when wChoice = 'X' or wChoice = 'x' move 'gc99xprt' to wCommand
        when wChoice = 'K' or wChoice = 'k' move 'gc99rcvr' to wCommand
        when wChoice = 'H' or wChoice = 'h' move 'gc99hcnv' to wCommand
        when wChoice = 'P' or wChoice = 'p' move 'gc99plau' to wCommand
        when wChoice = 'Q' or wChoice = 'q' move 'gc99smnt' to wCommand
        when wChoice = 'I' or wChoice = 'i' move 'gc99ikey' to wCommand
        when wChoice = 'N' or wChoice = 'n' move 'gc99jobs' to wCommand
        when wChoice = 'W' or wChoice = 'w' move 'gc99spec' to wCommand
        when wChoice = 'T' or wChoice = 't' move 'gc99dept' to wCommand
        when wChoice = 'G' or wChoice = 'g' move 'gc99bkup' to wCommand
        when wChoice = 'E' or wChoice = 'e' move 'gc99achv' to wCommand
        when wChoice = 'S' or wChoice = 's' move 'gc99tmnt' to wCommand
        when wChoice = 'B' or wChoice = 'b'
            perform ToggleBatchWindow thru ToggleBatchWindow-Ex
        when wChoice = 'Z' or wChoice = 'z'
            perform ClearSilentSessions thru ClearSilentSessions-Ex
        when other
            continue
    end-evaluate
    perform ShowMessage thru ShowMessage-Ex.
ToggleBatchWindow-Ex. exit.

ClearSilentSessions.
    *> a crashed workstation leaves its session registered for ever -
    *> this is the broom. Only sessions that have gone silent are
    *> swept: their rows come off GC99SESS.DAT and the registered
    *> count comes down to the live rows left, so a game still being
    *> played keeps the batch jobs locked out
    perform ReadRunControl thru ReadRunControl-Ex
    move 'N' to wSweepMode
    perform CountSessions thru CountSessions-Ex
    if wSilentCount = 0
        move '*** no silent sessions - nothing to clear ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to ClearSilentSessions-Ex
    end-if
    move spaces to wMessage
    string 'Clear ' wSilentCount ' silent session(s) (Y/N) ? '
        delimited by size into wMessage
    display wMessage(1:38) at 2105 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move space to wAnswer
    accept wAnswer at 2145 with auto end-accept
    display wBlank(1:45) at 2105
    move spaces to wMessage
    if wAnswer not = 'Y' and wAnswer not = 'y'
        go to ClearSilentSessions-Ex
    end-if

    move 'Y' to wSweepMode
    perform CountSessions thru CountSessions-Ex
    perform ReadRunControl thru ReadRunControl-Ex
    move wLiveCount to RUNC-SESSIONS
    perform WriteRunControl thru WriteRunControl-Ex
    move '*** silent sessions cleared ***' to wMessage
    perform ShowMessage thru ShowMessage-Ex.
ClearSilentSessions-Ex. exit.

CountSessions.
    *> live = a row refreshed within the silence limit; everything
    *> else registered on the run control counts as silent, rows gone
    *> quiet and registrations with no row at all alike. In sweep mode
    *> the silent rows are deleted on the way past
    move function current-date(1:8) to wNowDate
    move function current-date(9:6) to wNowTime
    move 0   to wLiveCount wSilentCount
    move 'N' to wSessEof
    if SweepSilentRows
        open i-o GC99SESS-FILE
    else
        open input GC99SESS-FILE
    end-if
    if wSessStatus = "00"
        perform CountOneSession thru CountOneSession-Ex
            until wSessEof = 'Y'
        close GC99SESS-FILE
    end-if
    if RUNC-SESSIONS > wLiveCount
        compute wSilentCount = RUNC-SESSIONS - wLiveCount
    end-if.
CountSessions-Ex. exit.

CountOneSession.
    read GC99SESS-FILE next record
        at end move 'Y' to wSessEof
    end-read
    if wSessEof = 'Y'
        go to CountOneSession-Ex
    end-if

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

    if wSilentSecs < wSilentLimit
        add 1 to wLiveCount
    else
        if SweepSilentRows
            delete GC99SESS-FILE record
                invalid key continue
            end-delete
        end-if
    end-if.
CountOneSession-Ex. exit.

ReadRunControl.
    *> single-record file, absent = defaults (no window, no sessions)
