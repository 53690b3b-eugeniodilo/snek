*>             different random draws.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99CHAL.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: standings date, asked for at the console (blank=today),
*>             or given on the command line (gc99chal YYYYMMDD) so
*>             the GC99JOBS nightly stream runs it unattended
*> License:    GNU Lesser General Public License
*> Version:    1.2 2026.10.15
*> Changelog:  1.0 first release - the day's challenge standings in
*>             score order, spooled to GC99CHAL.LST for the board by
*>             the coffee machine.
*>             1.1 the standings date may come on the command line,
*>             for the GC99JOBS nightly stream.
*>             1.2 the shop parameters in force (GC99PARM.DAT) head the
*>             report.
*>
*> Run this at end of day, after the challenge players are done.
*>****************************************************************
        organization is sequential
        file status is wChlsStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed standings report
    select GC99PRINT-FILE assign to "GC99CHAL.LST"
        organization is line sequential
                              ==HISC-SIZECOL==    BY ==SRT-SIZECOL==
                              ==HISC-SCORE==      BY ==SRT-SCORE==
                              ==HISC-COURSE==     BY ==SRT-COURSE==
                              ==HISC-GAMETYPE==   BY ==SRT-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==SRT-CRSE-REV==.

FD  GC99CHLS-FILE.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99CHLS-REC==
                              ==HISC-SIZECOL==    BY ==CHL-SIZECOL==
                              ==HISC-SCORE==      BY ==CHL-SCORE==
                              ==HISC-COURSE==     BY ==CHL-COURSE==
                              ==HISC-GAMETYPE==   BY ==CHL-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==CHL-CRSE-REV==.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).
01 wHiscStatus  pic x(2) value "00".
01 wChlsStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfHistory   value 'Y'.
*>****************************************************************
PROCEDURE DIVISION.

  perform TakeCommandLine  thru TakeCommandLine-Ex
  if wTargetDate = 0
      perform AcceptTargetDate thru AcceptTargetDate-Ex
  end-if
  perform InitializeReport thru InitializeReport-Ex
  perform SortChallenges   thru SortChallenges-Ex
  perform PrintStandings   thru PrintStandings-Ex
*> END OF PROGRAM
*>****************************************************************

TakeCommandLine.
  *> a valid date on the command line stands in for the prompt;
  *> anything else falls back to asking at the console
  accept wDateEntry from command-line
  if wDateEntry is numeric and wDateEntry not = '00000000'
      move wDateEntry to wTargetDate
  end-if
  move spaces to wDateEntry.
TakeCommandLine-Ex. exit.

AcceptTargetDate.
  display '  '
  display 'GC99SNAKE - DAILY CHALLENGE STANDINGS '
    string "Challenge date: " wTargetDate delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE
    perform PrintParameters thru PrintParameters-Ex.
InitializeReport-Ex. exit.

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

SortChallenges.
    sort GC99SORTWK on descending key SRT-SCORE
        input procedure is FeedChallenges thru FeedChallenges-Ex
