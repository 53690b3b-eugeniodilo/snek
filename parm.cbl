              >> SOURCE FORMAT IS FREE
REPLACE ==:BCOL:== BY ==with BACKGROUND-COLOR==
        ==:FCOL:== BY ==FOREGROUND-COLOR==.
*>****************************************************************
*> Purpose:    Full-screen maintenance for GC99PARM.DAT, the shop
*>             parameter file: the scoring rules and operating limits
*>             that used to be compiled into GC99SNAKE, GC99PLAU,
*>             GC99RECN and the reports. Every program that applies
*>             one reads it at startup, so a change here reaches them
*>             all at their next run without a recompile. Each change
*>             is appended to the GC99PLOG.DAT change log with the
*>             date and time, the old and new value, the operator's
*>             initials and a reason - the reports print the values
*>             in force, and GC99PLAU audits every game with the
*>             points that were in force when it was played.
*> Seeding:    the first run creates the file, and any parameter not
*>             on it is added with its shipped value, so a program
*>             reading the file always finds what it did before.
*> Locking:    no change is taken while game sessions are registered
*>             on GC99RUNC.DAT - a game in progress would finish on
*>             the old rules but be audited on the new.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99TMNT.COB -lpdcurses (compile with GnuCOBOL 3.1 or greater)
*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release.
*>             1.1 the change is logged before the parameter record is
*>             rewritten, and not made if the log write fails; a
*>             rewrite that then fails is logged back.
*>
*> Running:  gc99tmnt
*> Key your operator initials once, then a parameter code from the
*> list, its new value and the reason for the change, and confirm.
*> Controls: ESCAPE at the operator or parameter code field exits
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99TMNT.

ENVIRONMENT DIVISION.
configuration section.
special-names.
    CRT STATUS IS wCRT-STATUS.

input-output section.
file-control.
    *> run control - no change while a game is registered
    select GC99RUNC-FILE assign to "GC99RUNC.DAT"
        organization is sequential
        file status is wRuncStatus.

    *> the shop parameters, keyed by parameter code
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the parameter change log, appended to on every change
    select GC99PLOG-FILE assign to "GC99PLOG.DAT"
        organization is sequential
        file status is wPlogStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PLOG-FILE.
COPY 'GC99PLOG.CPY'.

working-storage section.
01 wRuncStatus pic x(2) value "00".
01 wParmStatus pic x(2) value "00".
01 wPlogStatus pic x(2) value "00".

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

*> the entry fields of the maintenance form
01 wOperator   pic x(03) value spaces.
01 wKeyCode    pic x(08) value spaces.
01 wNewValue   pic x(08) value spaces.
01 wNewNum     pic 9(08) value 0.
01 wNote       pic x(30) value spaces.
01 wAnswer     pic x(01) value space.
01 wMessage    pic x(70) value spaces.
01 wDone       pic x(01) value 'N'.
01 wBlank      pic x(74) value spaces.
01 wValueOk    pic x(01) value 'N'.
01 wDigits     pic 9(02) value 0.
01 wValueShown pic x(08) value spaces.
01 wNumEdit    pic zzzzzzz9.
01 wMinEdit    pic zzzzzzz9.
01 wMaxEdit    pic zzzzzzz9.
01 wOldShown   pic x(08) value spaces.
78 wLowerCase  value 'abcdefghijklmnopqrstuvwxyz'.
78 wUpperCase  value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

*> the stock parameter being put on file when missing
01 wSeedCode   pic x(08) value spaces.
01 wSeedKind   pic x(01) value space.
01 wSeedValue  pic x(08) value spaces.
01 wSeedMin    pic 9(08) value 0.
01 wSeedMax    pic 9(08) value 0.
01 wSeedDesc   pic x(36) value spaces.

*> the parameter list on the form, rows 7 to 14
01 wListEof    pic x(01) value 'N'.
01 wListLin    pic 9(02) value 0.
01 wListMax    pic 9(02) value 14.
01 wDateEdit   pic 9(4)/9(2)/9(2) value 0.

01 wStampDate  pic 9(08) value 0.
01 wStampTime  pic 9(06) value 0.
01 wLogSwap    pic x(08) value spaces.

78  K-ESCAPE      VALUE 2005.
01 wCRT-STATUS    PIC 9(04) VALUE 9999.

COPY 'GC01BOX.CPY'.
*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform InitialSettings  thru InitialSettingsEx
  perform CheckRunControl  thru CheckRunControl-Ex
  perform OpenParameters   thru OpenParameters-Ex

  if wParmStatus = "00"
      perform SeedParameters thru SeedParameters-Ex
      perform AcceptOperator thru AcceptOperator-Ex
      perform ChangeOneParameter thru ChangeOneParameter-Ex
          until wDone = 'Y'
      close GC99PARM-FILE
  else
      display "*** unable to open the parameter file, status " wParmStatus " ***" at 2010
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

  display ' GnuCOBOL SNAKE GAME - SHOP PARAMETER MAINTENANCE ' at 002002 :BCOL: red :FCOL: yellow highlight end-display
  display " key a parameter code to change it, ESC to exit." at 023002 :BCOL: red :FCOL: yellow highlight end-display
  continue.

InitialSettingsEx. exit.

CheckRunControl.
    *> a game reads the parameters when it starts - one running now
    *> would play on the old values after the change was logged
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
        display '*** game session(s) still registered - parameters cannot be changed ***' at 2005 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display '*** open the batch window in GC99MENU and let the games drain first ***' at 2105 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        accept omitted
        display ' ' at 0101 with blank screen
        display ' ' at 2101
        stop run
    end-if.
CheckRunControl-Ex. exit.

OpenParameters.
    open i-o GC99PARM-FILE
    if wParmStatus = "35"
        *> first use in the shop - create the file, seeded below
        open output GC99PARM-FILE
        close GC99PARM-FILE
        open i-o GC99PARM-FILE
    end-if.
OpenParameters-Ex. exit.

SeedParameters.
    *> the shipped values; a parameter already on file stays exactly
    *> as the shop last set it
    move 'FOODPTS'                              to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000010'                             to wSeedValue
    move 1                                      to wSeedMin
    move 999                                    to wSeedMax
    move 'points per food, times the level'     to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'BONUSPTS'                             to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000050'                             to wSeedValue
    move 0                                      to wSeedMin
    move 999                                    to wSeedMax
    move 'points per bonus food, times level'   to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'BONUSEVY'                             to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000005'                             to wSeedValue
    move 1                                      to wSeedMin
    move 99                                     to wSeedMax
    move 'foods eaten between bonus foods'      to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'BONUSLIF'                             to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000025'                             to wSeedValue
    move 1                                      to wSeedMin
    move 999                                    to wSeedMax
    move 'moves a bonus food stays on board'    to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'CLASSBNS'                             to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000100'                             to wSeedValue
    move 0                                      to wSeedMin
    move 9999                                   to wSeedMax
    move 'classic-wall finish bonus x level'    to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'CHKEVERY'                             to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000010'                             to wSeedValue
    move 1                                      to wSeedMin
    move 999                                    to wSeedMax
    move 'moves between automatic checkpoints'  to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'DEMOINIT'                             to wSeedCode
    move 'A'                                    to wSeedKind
    move 'DMO'                                  to wSeedValue
    move 1                                      to wSeedMin
    move 3                                      to wSeedMax
    move 'reserved demo/soak initials'          to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex

    move 'RECNTOL'                              to wSeedCode
    move 'N'                                    to wSeedKind
    move '00000002'                             to wSeedValue
    move 0                                      to wSeedMin
    move 60                                     to wSeedMax
    move 'GC99RECN end-stamp tolerance, secs'   to wSeedDesc
    perform SeedOneParameter thru SeedOneParameter-Ex.
SeedParameters-Ex. exit.

SeedOneParameter.
    move wSeedCode to PARM-CODE
    read GC99PARM-FILE
        invalid key     continue
        not invalid key go to SeedOneParameter-Ex
    end-read

    initialize GC99PARM-REC
    move wSeedCode  to PARM-CODE
    move wSeedKind  to PARM-KIND
    move wSeedValue to PARM-VALUE
    move wSeedMin   to PARM-MIN
    move wSeedMax   to PARM-MAX
    move wSeedDesc  to PARM-DESC
    move 0          to PARM-CHG-DATE PARM-CHG-TIME
    move spaces     to PARM-CHG-BY
    write GC99PARM-REC
        invalid key continue
    end-write.
SeedOneParameter-Ex. exit.

AcceptOperator.
    display 'Operator initials .:    '       at 0405 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move spaces to wOperator
    accept wOperator at 0426 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        move 'Y' to wDone
        go to AcceptOperator-Ex
    end-if
    if wOperator = spaces
        move '*** every change is signed - key your initials ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to AcceptOperator
    end-if.
AcceptOperator-Ex. exit.

ChangeOneParameter.
    perform PaintForm thru PaintForm-Ex
    perform ListParameters thru ListParameters-Ex

    move spaces to wKeyCode
    accept wKeyCode at 1626 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        move 'Y' to wDone
        go to ChangeOneParameter-Ex
    end-if
    if wKeyCode = spaces
        move '*** key a parameter code from the list, or ESC to leave ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to ChangeOneParameter-Ex
    end-if
    inspect wKeyCode converting wLowerCase to wUpperCase

    move wKeyCode to PARM-CODE
    read GC99PARM-FILE
        invalid key
            move '*** no such parameter on file ***' to wMessage
            perform ShowMessage thru ShowMessage-Ex
            go to ChangeOneParameter-Ex
    end-read
    display PARM-CODE   at 1626 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move PARM-VALUE to wValueShown
    perform EditValue thru EditValue-Ex
    move wValueShown to wOldShown
    display 'now'       at 1636 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wOldShown   at 1640 :BCOL: wBox-bco :FCOL: wBox-fco highlight

    perform AcceptNewValue thru AcceptNewValue-Ex
    if wValueOk not = 'Y'
        go to ChangeOneParameter-Ex
    end-if

    display 'Reason for change .:'           at 1805 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move spaces to wNote
    accept wNote at 1826 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        go to ChangeOneParameter-Ex
    end-if
    if wNote = spaces
        move '*** not changed - every change needs its reason ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to ChangeOneParameter-Ex
    end-if

    perform ConfirmChange thru ConfirmChange-Ex.
ChangeOneParameter-Ex. exit.

PaintForm.
    display 'CODE     VALUE     MEANING                              CHANGED    BY' at 0605 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    perform ClearListLine thru ClearListLine-Ex
        varying wListLin from 7 by 1 until wListLin > wListMax
    display 'Parameter code ....:'           at 1605 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:50)                     at 1626
    display 'New value .........:'           at 1705 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wBlank(1:50)                     at 1726
    display wBlank(1:74)                     at 1803
    display wBlank(1:74)                     at 1903
    display wBlank(1:74)                     at 2003.
PaintForm-Ex. exit.

ClearListLine.
    display wBlank(1:74) at line wListLin col 3.
ClearListLine-Ex. exit.

ListParameters.
    *> the whole file in code order, one line each
    move 7   to wListLin
    move 'N' to wListEof
    move low-values to PARM-CODE
    start GC99PARM-FILE key > PARM-CODE
        invalid key move 'Y' to wListEof
    end-start
    perform ListOneParameter thru ListOneParameter-Ex
        until wListEof = 'Y' or wListLin > wListMax.
ListParameters-Ex. exit.

ListOneParameter.
    read GC99PARM-FILE next record
        at end
            move 'Y' to wListEof
            go to ListOneParameter-Ex
    end-read
    move PARM-VALUE to wValueShown
    perform EditValue thru EditValue-Ex

    display PARM-CODE   at line wListLin col 5  :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wValueShown at line wListLin col 14 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display PARM-DESC   at line wListLin col 24 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    if PARM-CHG-DATE = 0
        display 'as shipped' at line wListLin col 61 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    else
        move PARM-CHG-DATE to wDateEdit
        display wDateEdit   at line wListLin col 61 :BCOL: wBox-bco :FCOL: wBox-fco highlight
        display PARM-CHG-BY at line wListLin col 72 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    end-if
    add 1 to wListLin.
ListOneParameter-Ex. exit.

EditValue.
    *> a numeric value shows without its leading zeros
    if PARM-KIND = 'N'
        move wValueShown to wNewNum
        move wNewNum     to wNumEdit
        move wNumEdit    to wValueShown
    end-if.
EditValue-Ex. exit.

AcceptNewValue.
    move 'N' to wValueOk
    move spaces to wMessage wNewValue
    accept wNewValue at 1726 with auto end-accept
    if wCRT-STATUS = K-ESCAPE
        go to AcceptNewValue-Ex
    end-if
    if wNewValue = spaces
        move '*** not changed - no new value keyed ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to AcceptNewValue-Ex
    end-if

    if PARM-KIND = 'A'
        perform CheckNewText thru CheckNewText-Ex
    else
        perform CheckNewNumber thru CheckNewNumber-Ex
    end-if
    if wMessage not = spaces
        perform ShowMessage thru ShowMessage-Ex
        go to AcceptNewValue-Ex
    end-if
    move 'Y' to wValueOk.
AcceptNewValue-Ex. exit.

CheckNewText.
    *> upper case, no embedded blank, no longer than the parameter
    *> allows (PARM-MAX is its length)
    inspect wNewValue converting wLowerCase to wUpperCase
    move 0 to wDigits
    inspect wNewValue tallying wDigits for characters before initial space
    if wDigits < PARM-MIN or wDigits > PARM-MAX
        move PARM-MIN to wMinEdit
        move PARM-MAX to wMaxEdit
        string '*** not changed - from ' wMinEdit ' to ' wMaxEdit ' characters ***'
            delimited by size into wMessage
        go to CheckNewText-Ex
    end-if
    if wDigits < 8
        if wNewValue(wDigits + 1:) not = spaces
            move '*** not changed - no blanks inside the value ***' to wMessage
            go to CheckNewText-Ex
        end-if
    end-if
    if wNewValue = PARM-VALUE
        move '*** not changed - that is the value already in force ***' to wMessage
    end-if.
CheckNewText-Ex. exit.

CheckNewNumber.
    *> digits only, keyed from the left, inside the parameter's range
    move 0 to wDigits
    inspect wNewValue tallying wDigits for characters before initial space
    if wDigits = 0
        move '*** not changed - key the value in digits ***' to wMessage
        go to CheckNewNumber-Ex
    end-if
    if wNewValue(1:wDigits) is not numeric
        move '*** not changed - key the value in digits ***' to wMessage
        go to CheckNewNumber-Ex
    end-if
    if wDigits < 8
        if wNewValue(wDigits + 1:) not = spaces
            move '*** not changed - key the value in digits ***' to wMessage
            go to CheckNewNumber-Ex
        end-if
    end-if

    move wNewValue(1:wDigits) to wNewNum
    if wNewNum < PARM-MIN or wNewNum > PARM-MAX
        move PARM-MIN to wMinEdit
        move PARM-MAX to wMaxEdit
        string '*** not changed - allowed from ' wMinEdit ' to ' wMaxEdit ' ***'
            delimited by size into wMessage
        go to CheckNewNumber-Ex
    end-if
    if wNewNum = PARM-NUM
        move '*** not changed - that is the value already in force ***' to wMessage
    end-if.
CheckNewNumber-Ex. exit.

ConfirmChange.
    if PARM-CODE = 'DEMOINIT'
        move '*** games already on file under the old initials will rank again ***' to wMessage
        display wMessage at 2005 :BCOL: wBox-bco :FCOL: wBox-fco highlight blink
        move spaces to wMessage
    end-if
    display 'Change it (Y/N) ? .:'           at 1905 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    move space to wAnswer
    accept wAnswer at 1926 with auto end-accept
    display wBlank(1:74) at 2003
    if wAnswer not = 'Y' and wAnswer not = 'y'
        move '*** not changed ***' to wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to ConfirmChange-Ex
    end-if

    *> the log is opened first: a change that cannot be logged is not
    *> made, or GC99PLAU could not work the old value back
    open extend GC99PLOG-FILE
    if wPlogStatus = "05" or wPlogStatus = "35"
        open output GC99PLOG-FILE
        close GC99PLOG-FILE
        open extend GC99PLOG-FILE
    end-if
    if wPlogStatus not = "00"
        move spaces to wMessage
        string '*** not changed - the change log cannot be opened, status '
               wPlogStatus ' ***' delimited by size into wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to ConfirmChange-Ex
    end-if

    move function current-date(1:8) to wStampDate
    move function current-date(9:6) to wStampTime
    initialize GC99PLOG-REC
    move wStampDate to PLOG-DATE
    move wStampTime to PLOG-TIME
    move PARM-CODE  to PLOG-CODE
    move PARM-KIND  to PLOG-KIND
    move PARM-VALUE to PLOG-OLD
    if PARM-KIND = 'A'
        move wNewValue to PLOG-NEW
    else
        move wNewNum   to PLOG-NEW-NUM
    end-if
    move wOperator  to PLOG-BY
    move wNote      to PLOG-NOTE

    *> logged before it is made - a value on GC99PARM.DAT with no
    *> change record behind it would be audited on the wrong rules
    write GC99PLOG-REC
    if wPlogStatus not = "00"
        close GC99PLOG-FILE
        move spaces to wMessage
        string '*** not changed - the change log could not be written, status '
               wPlogStatus ' ***' delimited by size into wMessage
        perform ShowMessage thru ShowMessage-Ex
        go to ConfirmChange-Ex
    end-if

    move PLOG-NEW   to PARM-VALUE
    move wStampDate to PARM-CHG-DATE
    move wStampTime to PARM-CHG-TIME
    move wOperator  to PARM-CHG-BY
    rewrite GC99PARM-REC
        invalid key
            perform LogBackChange thru LogBackChange-Ex
            close GC99PLOG-FILE
            move '*** unable to rewrite the parameter record - not changed ***' to wMessage
            perform ShowMessage thru ShowMessage-Ex
            go to ConfirmChange-Ex
    end-rewrite
    close GC99PLOG-FILE

    move '*** parameter changed - each program takes it up at its next start ***' to wMessage
    perform ShowMessage thru ShowMessage-Ex.
ConfirmChange-Ex. exit.

LogBackChange.
    *> the change was logged but never made: a second record puts the
    *> old value back, so the log still works back to what was in force
    move PLOG-OLD to wLogSwap
    move PLOG-NEW to PLOG-OLD
    move wLogSwap to PLOG-NEW
    move function current-date(1:8) to PLOG-DATE
    move function current-date(9:6) to PLOG-TIME
    move 'not made - rewrite failed' to PLOG-NOTE
    write GC99PLOG-REC.
LogBackChange-Ex. exit.

ShowMessage.
    display wMessage at 2005 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display ' press enter to continue ' at 2105 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    accept omitted
    display wBlank(1:74) at 2003
    display wBlank(1:74) at 2103
    move spaces to wMessage.
ShowMessage-Ex. exit.

End program GC99TMNT.
