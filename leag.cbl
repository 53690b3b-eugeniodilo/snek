*> Parameters: season control details, asked for at the console the
*>             first time only (when GC99SEAS.DAT does not exist yet)
*> License:    GNU Lesser General Public License
*> Version:    1.2 2026.10.15
*> Changelog:  1.0 first release - standings, movement and champion
*>             closing report spooled to GC99LEAG.LST. The whiteboard
*>             is retired.
*>             1.1 scores GC99PLAU has put in suspense (pending, or
*>             voided on GC99SMNT) no longer count toward a season;
*>             how many were held back is shown with the run counts.
*>             1.2 shop parameters: the demo initials are read from
*>             GC99PARM.DAT, and the parameters in force head the
*>             report.
*>
*> Run this whenever fresh standings are wanted - nightly after
*> GC99RPT is the natural slot. Demo/soak games (the reserved DMO
        organization is sequential
        file status is wLstdStatus.

    *> score suspense kept by GC99PLAU / GC99SMNT - a pending or
    *> voided score does not count; optional, no file = none held
    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is random
        record key is SUSP-KEY
        file status is wSuspStatus.

    *> sort work file used to rank the aggregates by points
    select GC99SORTWK assign to "GC99SRT.TMP".

        organization is sequential
        file status is wLstpStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed standings report
    select GC99PRINT-FILE assign to "GC99LEAG.LST"
        organization is line sequential
                              ==HISC-SIZECOL==    BY ==ARC-SIZECOL==
                              ==HISC-SCORE==      BY ==ARC-SCORE==
                              ==HISC-COURSE==     BY ==ARC-COURSE==
                              ==HISC-GAMETYPE==   BY ==ARC-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==ARC-CRSE-REV==.

FD  GC99LSTD-FILE.
COPY 'GC99LSTD.CPY'.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

SD  GC99SORTWK.
*> one aggregate per player, built in core by the sweep
01  GC99SORT-REC.
    05  LSTP-BEST        pic 9(06).
    05  LSTP-INITIALS    pic x(03).

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

01 wLstdStatus  pic x(2) value "00".
01 wLstpStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.
01 wSuspStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.

*> demo/soak games never count toward a season
01 wDemoInitials pic x(03) value 'DMO'.

*> scores held in suspense - pending or voided, never counted
01 wHaveSuspense pic x(1) value 'N'.
01 wScoreHeld    pic x(1) value 'N'.
01 wHeldBack     pic 9(6) value 0.

*> the current season, off the control file (or keyed at first run)
01 wSeasonId    pic x(08) value spaces.
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform ReadSeasonControl thru ReadSeasonControl-Ex
  perform InitializeReport  thru InitializeReport-Ex
  perform LoadPrevStandings thru LoadPrevStandings-Ex
  perform OpenSuspense      thru OpenSuspense-Ex
  perform SweepLiveHistory  thru SweepLiveHistory-Ex
  perform SweepArchive      thru SweepArchive-Ex
  perform SortStandings     thru SortStandings-Ex
        into PRINT-LINE
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

LoadPrevStandings.
    *> the previous run's ranks; a snapshot from another season is
    *> ignored so a new season starts with everyone shown as NEW
    end-if.
LoadOnePrevRank-Ex. exit.

OpenSuspense.
    *> held open for the keyed look-ups through both sweeps
    move 'N' to wHaveSuspense
    open input GC99SUSP-FILE
    if wSuspStatus = "00"
        move 'Y' to wHaveSuspense
    end-if.
OpenSuspense-Ex. exit.

SweepLiveHistory.
    move 'N' to wEofSwitch
    open input GC99HISC-FILE
    add 1 to wLiveRead
    if HISC-DATE >= wSeasonStart and HISC-DATE <= wSeasonEnd
        and HISC-INITIALS in GC99HISC-REC not = wDemoInitials
        perform CheckSuspense thru CheckSuspense-Ex
        if wScoreHeld = 'Y'
            add 1 to wHeldBack
        else
            perform TallyOneGame thru TallyOneGame-Ex
        end-if
    end-if.
SweepOneLiveRec-Ex. exit.

        *> the archive record wears the same layout - hand it to the
        *> common tally through the live record area
        move GC99HARC-REC to GC99HISC-REC
        perform CheckSuspense thru CheckSuspense-Ex
        if wScoreHeld = 'Y'
            add 1 to wHeldBack
        else
            perform TallyOneGame thru TallyOneGame-Ex
        end-if
    end-if.
SweepOneArcRec-Ex. exit.

CheckSuspense.
    *> a score GC99PLAU could not account for does not count while it
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

TallyOneGame.
    *> add the game in GC99HISC-REC to its player's aggregate,
    *> starting a new aggregate for a first appearance
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Held in suspense (GC99SMNT) ..: " wHeldBack
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Players ranked ...............: " wRank
        delimited by size into PRINT-LINE
    write PRINT-LINE
PrintTotals-Ex. exit.

TerminateReport.
    if wHaveSuspense = 'Y'
        close GC99SUSP-FILE
    end-if
    close GC99PRINT-FILE
    display ' '
    display 'League standings for season ' wSeasonId ' spooled to GC99LEAG.LST'.
