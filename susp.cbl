              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
        ==:FCOL:== BY ==FOREGROUND-COLOR==.
*>****************************************************************
*> Purpose:    Full-screen disposition of GC99SUSP.DAT, the score
*>             suspense file GC99PLAU posts to. A score in suspense
*>             is held back from GC99RPT, GC99LEAG and GC99XPRT until
*>             an operator looks at it here and either clears it (the
*>             score stands and ranks again) or voids it (it stays on
*>             the history for the record but never ranks). Every
*>             disposition is stamped with the date, the operator's
*>             initials and a short note.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99SMNT.COB -lpdcurses (compile with GnuCOBOL 3.1 or greater)
*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.0 2026.10.15
*> Changelog:  1.0 first release.
*>
*> Running:  gc99smnt
*> Key your operator initials once, then either leave the score date
*> blank to step through the pending scores in key order, or key a
*> score's date, time and initials to pull it up directly (a cleared
*> or voided score can be disposed of again the same way).
*> Controls: ESCAPE at the operator or score date field exits
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99SMNT.

ENVIRONMENT DIVISION.
configuration section.
special-names.
    CRT STATUS IS wCRT-STATUS.

input-output section.
file-control.
    *> the score suspense file, keyed like the score history
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is dynamic
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> score history - the suspect game's details, for the operator
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is dynamic
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

FD  GC99HISC-FILE.
COPY 'GC99HISC.CPY'.

working-storage section.
01 wSuspStatus pic x(2) value "00".
01 wHiscStatus pic x(2) value "00".

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

*> the entry fields of the disposition form
01 wOperator   pic x(03) value spaces.
01 wKeyDate    pic x(08) value spaces.
01 wKeyTime    pic x(06) value spaces.
01 wKeyInit    pic x(03) value spaces.
01 wNote       pic x(30) value spaces.
01 wAction     pic x(01) value space.
01 wMessage    pic x(70) value spaces.
01 wReasonText pic x(40) value spaces.
01 wStatusText pic x(20) value spaces.
01 wOnFile     pic x(01) value 'N'.
01 wDone       pic x(01) value 'N'.
01 wHaveHistory pic x(01) value 'N'.
01 wBlank      pic x(74) value spaces.

*> pending-scores browse: the key last shown, and the count
01 wLastKey    pic x(17) value low-values.
01 wBrowseEof  pic x(01) value 'N'.
01 wPendCount  pic 9(05) value 0.
01 wTodayDate  pic 9(08) value 0.

78  K-ESCAPE      VALUE 2005.
01 wCRT-STATUS    PIC 9(04) VALUE 9999.

COPY 'GC01BOX.CPY'.
*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform InitialSettings thru InitialSettingsEx
  perform OpenSuspense    thru OpenSuspense-Ex

  if wSuspStatus = "00"
      perform CountPending   thru CountPending-Ex
      perform AcceptOperator thru AcceptOperator-Ex
      perform DisposeOneScore thru DisposeOneScore-Ex
          until wDone = 'Y'
      close GC99SUSP-FILE
      if wHaveHistory = 'Y'
          close GC99HISC-FILE
      end-if
  else
      if wSuspStatus = "35"
          display "*** no suspense file yet - GC99PLAU has posted nothing ***" at 2010
      else
          display "*** unable to open suspense file, status " wSuspStatus " ***" at 2010
      end-if
      accept omitted
  end-if

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

  *> clear screen and initialize pdcurses library
  display ' ' at 0101 with blank screen

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

  display ' GnuCOBOL SNAKE GAME - SCORE SUSPENSE DISPOSITION ' at 002002 :BCOL: red :FCOL: yellow highlight end-display
  display " blank date = next pending score, ESC to exit." at 023002 :BCOL: red :FCOL: yellow highlight end-display
  move function current-date(1:8) to wTodayDate
  continue.

InitialSettingsEx. exit.

OpenSuspense.
    *> nothing is created here - only GC99PLAU posts to the file
    open i-o GC99SUSP-FILE
    if wSuspStatus not = "00"
        go to OpenSuspense-Ex
    end-if

    *> the history only adds detail to the form; it is optional
    open input GC99HISC-FILE
    if wHiscStatus = "00"
        move 'Y' to wHaveHistory
    end-if.
OpenSuspense-Ex. exit.

CountPending.
    move 0   to wPendCount
    move 'N' to wBrowseEof
    move low-values to SUSP-KEY
    start GC99SUSP-FILE key > SUSP-KEY
        invalid key move 'Y' to wBrowseEof
    end-start
    perform CountOnePending thru CountOnePending-Ex
        until wBrowseEof = 'Y'.
CountPending-Ex. exit.

CountOnePending.
    read GC99SUSP-FILE next record
        at end move 'Y' to wBrowseEof
    end-read
    if wBrowseEof = 'N' and SUSP-STATUS = 'P'
        add 1 to wPendCount
    end-if.
CountOnePending-Ex. exit.

AcceptOperator.
    display 'Operator initials .:    '       at 0405 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move spaces to wOperator
    accept wOperator at 0426 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        move 'Y' to wDone
        go to AcceptOperator-Ex
    end-if
    if wOperator = spaces
        move '*** every disposition is signed - key your initials ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to AcceptOperator
    end-if.
AcceptOperator-Ex. exit.

DisposeOneScore.
    perform PaintForm thru PaintForm-Ex

    move spaces to wKeyDate wKeyTime wKeyInit
    accept wKeyDate at 0626 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        move 'Y' to wDone
        go to DisposeOneScore-Ex
    end-if

    if wKeyDate = spaces
        perform FindNextPending thru FindNextPending-Ex
    else
        perform FindKeyedScore thru FindKeyedScore-Ex
    end-if
    if wOnFile = 'N'
        go to DisposeOneScore-Ex
    end-if

    move SUSP-KEY to wLastKey
    perform ShowSuspense thru ShowSuspense-Ex
    perform AcceptAction thru AcceptAction-Ex.
DisposeOneScore-Ex. exit.

FindNextPending.
    *> the next pending score after the one shown last, in key order;
    *> at the end the browse wraps round to the top
    move 'N' to wOnFile wBrowseEof
    move wLastKey to SUSP-KEY
    start GC99SUSP-FILE key > SUSP-KEY
        invalid key move 'Y' to wBrowseEof
    end-start
    perform ReadOnePending thru ReadOnePending-Ex
        until wBrowseEof = 'Y' or wOnFile = 'Y'
    if wOnFile = 'N'
        move low-values to wLastKey
        move '*** no more pending scores - the browse starts again from the top ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
    end-if.
FindNextPending-Ex. exit.

ReadOnePending.
    read GC99SUSP-FILE next record
        at end move 'Y' to wBrowseEof
    end-read
    if wBrowseEof = 'N' and SUSP-STATUS = 'P'
        move 'Y' to wOnFile
    end-if.
ReadOnePending-Ex. exit.

FindKeyedScore.
    move 'N' to wOnFile
    accept wKeyTime at 0636 with auto end-accept
    if wCRT-STATUS = K-ESCAPE go to FindKeyedScore-Ex end-if
    accept wKeyInit at 0644 with auto end-accept
    if wCRT-STATUS = K-ESCAPE go to FindKeyedScore-Ex end-if

    if wKeyDate is not numeric or wKeyTime is not numeric
        move '*** key the score date as YYYYMMDD and the time as HHMMSS ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to FindKeyedScore-Ex
    end-if

    move wKeyDate to SUSP-DATE
    move wKeyTime to SUSP-TIME
    move wKeyInit to SUSP-INITIALS
    read GC99SUSP-FILE
        invalid key
            move '*** that score is not in suspense ***' to wMessage
            perform ShowMessage thru ShowMessage-Ex
        not invalid key
            move 'Y' to wOnFile
    end-read.
FindKeyedScore-Ex. exit.

PaintForm.
    display 'Pending scores ....:'           at 0445 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wPendCount                       at 0466 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display 'Score date/time/in.:'           at 0605 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:30)                     at 0626
    display 'Reason(s) .........:'           at 0805 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:50)                     at 0826
    display 'History score .....:'           at 0905 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:10)                     at 0926
    display 'Rebuilt score .....:'           at 1005 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:10)                     at 1026
    display 'First anomaly move :'           at 1105 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:10)                     at 1126
    display 'Course/length/type :'           at 1205 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:40)                     at 1226
    display 'Audited on ........:'           at 1305 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:10)                     at 1326
    display 'Status ............:'           at 1505 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:40)                     at 1526
    display 'Disposition note ..:'           at 1605 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:30)                     at 1626
    display wBlank(1:74)                     at 1803
    display wBlank(1:74)                     at 2003.
PaintForm-Ex. exit.

ShowSuspense.
    display SUSP-DATE       at 0626 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display SUSP-TIME       at 0636 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display SUSP-INITIALS   at 0644 :BCOL: wBox-bco :FCOL: wBox-fco highlight

    evaluate SUSP-REASON
        when 'S' move 'score jump with no food/bonus event'   to wReasonText
        when 'R' move '180-degree reversal'                   to wReasonText
        when 'L' move 'length not matching the foods eaten'   to wReasonText
        when 'M' move 'moves after the game-over event'       to wReasonText
        when 'H' move 'history score differs from the rebuild' to wReasonText
        when 'F' move 'food credited off the head''s cell'    to wReasonText
        when other move spaces                                to wReasonText
    end-evaluate
    display SUSP-REASON-LIST at 0826 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wReasonText      at 0834 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display SUSP-HISC-SCORE  at 0926 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display SUSP-CALC-SCORE  at 1026 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display SUSP-MOVE-NO     at 1126 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display SUSP-AUDIT-DATE  at 1326 :BCOL: wBox-bco :FCOL: wBox-fco highlight

    if wHaveHistory = 'Y'
        move SUSP-DATE     to HISC-DATE
        move SUSP-TIME     to HISC-TIME
        move SUSP-INITIALS to HISC-INITIALS
        read GC99HISC-FILE
            invalid key
                display '(no longer on the history)' at 1226 :BCOL: wBox-bco :FCOL: wBox-fco highlight
            not invalid key
                if HISC-COURSE = spaces
                    display '(flat)'     at 1226 :BCOL: wBox-bco :FCOL: wBox-fco highlight
                else
                    display HISC-COURSE  at 1226 :BCOL: wBox-bco :FCOL: wBox-fco highlight
                end-if
                display HISC-SNAKELEN    at 1236 :BCOL: wBox-bco :FCOL: wBox-fco highlight
                display HISC-GAMETYPE    at 1242 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        end-read
    end-if

    evaluate SUSP-STATUS
        when 'C'   move 'CLEARED'  to wStatusText
        when 'V'   move 'VOIDED'   to wStatusText
        when other move 'PENDING'  to wStatusText
    end-evaluate
    if SUSP-STATUS = 'P'
        display wStatusText at 1526 :BCOL: wBox-bco :FCOL: wBox-fco highlight blink
    else
        display wStatusText    at 1526 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display SUSP-DISP-DATE at 1535 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display 'by'           at 1544 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display SUSP-DISP-INITIALS at 1547 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display SUSP-DISP-NOTE at 1626 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    end-if.
ShowSuspense-Ex. exit.

AcceptAction.
    display 'Action: (C)lear - score stands  (V)oid - never ranks, blank = none: ' at 1805 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move space to wAction
    accept wAction at 1874 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        go to AcceptAction-Ex
    end-if

    evaluate true
        when wAction = 'C' or wAction = 'c'
            perform AcceptNote thru AcceptNote-Ex
            if wCRT-STATUS = K-ESCAPE go to AcceptAction-Ex end-if
            if SUSP-STATUS = 'P' subtract 1 from wPendCount end-if
            move 'C' to SUSP-STATUS
            perform StampDisposition thru StampDisposition-Ex
            move '*** score cleared - it ranks again from the next report ***' to wMessage
            perform ShowMessage thru ShowMessage-Ex
        when wAction = 'V' or wAction = 'v'
            perform AcceptNote thru AcceptNote-Ex
            if wCRT-STATUS = K-ESCAPE go to AcceptAction-Ex end-if
            if SUSP-STATUS = 'P' subtract 1 from wPendCount end-if
            move 'V' to SUSP-STATUS
            perform StampDisposition thru StampDisposition-Ex
            move '*** score voided - it stays out of every ranking ***' to wMessage
            perform ShowMessage thru ShowMessage-Ex
        when other
            continue
    end-evaluate.
AcceptAction-Ex. exit.

AcceptNote.
    display wBlank(1:30) at 1626
    move spaces to wNote
    accept wNote at 1626 with auto end-accept.
AcceptNote-Ex. exit.

StampDisposition.
    move wTodayDate to SUSP-DISP-DATE
    move wOperator  to SUSP-DISP-INITIALS
    move wNote      to SUSP-DISP-NOTE
    rewrite GC99SUSP-REC
        invalid key
            move '*** unable to rewrite the suspense record ***' to wMessage
            perform ShowMessage thru ShowMessage-Ex
    end-rewrite.
StampDisposition-Ex. exit.

ShowMessage.
    display wMessage at 2005 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display ' press enter to continue ' at 2105 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    accept omitted
    display wBlank(1:74) at 2003
    display wBlank(1:74) at 2103
    move spaces to wMessage.
ShowMessage-Ex. exit.

End program GC99SMNT.
