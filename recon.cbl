*>             every second boundary. The stamps are compared as full
*>             date+time values, so a game ending across midnight
*>             still pairs up.
*> Cond code:  RETURN-CODE 0 = everything paired, 4 = exceptions
*>             listed (a warning - the reports can still run).
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99RECN.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.3 2026.10.15
*> Changelog:  1.0 first release - exception report and match
*>             percentages spooled to GC99RECN.LST.
*>             1.1 exit reason 3 (a provisional score GC99RCVR posted
*>             from a crashed game's checkpoint) counts as a played
*>             session, so a recovered game balances like any other.
*>             1.2 sets condition code 4 when exceptions are listed,
*>             for the GC99JOBS nightly stream.
*>             1.3 shop parameters: the end-stamp tolerance is the
*>             RECNTOL parameter on GC99PARM.DAT, and the parameters
*>             in force head the report.
*>
*> Run this each morning so yesterday's sessions are proven to have
*> all landed on the score history.
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is dynamic
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed reconciliation / exception report
    select GC99PRINT-FILE assign to "GC99RECN.LST"
        organization is line sequential
FD  GC99HISC-FILE.
COPY 'GC99HISC.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

01 wAudStatus   pic x(2) value "00".
01 wHiscStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

*> the shop parameters as printed on the heading page
01 wParmEof      pic x(01) value 'N'.
01 wParmShown    pic x(08) value spaces.
01 wParmEdit     pic zzzzzzz9.
01 wParmDateEdit pic 9(4)/9(2)/9(2) value 0.

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.
01 wAudSecs       pic 9(12)  value 0.
01 wHiscSecs      pic 9(12)  value 0.
01 wSecsDiff      pic s9(12) value 0.
01 wTimeTolerance pic 9(02) value 2.

01 wMatchFound    pic x(1) value 'N'.

*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform InitializeReport thru InitializeReport-Ex
  perform LoadAuditLog     thru LoadAuditLog-Ex
  perform MatchHistory     thru MatchHistory-Ex
  perform PrintUnmatchedAudit thru PrintUnmatchedAudit-Ex
  perform PrintTotals      thru PrintTotals-Ex
  perform TerminateReport  thru TerminateReport-Ex

  *> the condition code the nightly stream tests
  if wAudExceptions > 0 or wHiscExceptions > 0
      move 4 to return-code
  end-if
  stop run.

*>****************************************************************
    string "Run date: " wReportDateEdit delimited by size into PRINT-LINE
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
    move 'RECNTOL' to PARM-CODE
    read GC99PARM-FILE
        invalid key continue
        not invalid key move PARM-NUM to wTimeTolerance
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

LoadAuditLog.
    *> pull every played session (reason 1 = game over, 2 = escape,
    *> 3 = recovered from checkpoint by GC99RCVR) into core; prompt-
