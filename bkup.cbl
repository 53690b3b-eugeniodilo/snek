              >> SOURCE FORMAT IS FREE
*>****************************************************************
*> Purpose:    Dated generation backup and verified restore of the
*>             whole GC99 file set. A backup copies every file of the
*>             set to <name>.Gyyyymmdd beside the original, counts
*>             the records and hash-totals one numeric column of each
*>             file as it goes, writes the counts and hashes to the
*>             generation's own manifest GC99BKUP.Gyyyymmdd and to the
*>             catalogue GC99BKUP.DAT, and deletes the oldest
*>             generations beyond the number kept. A restore recounts
*>             and re-hashes every copy of the chosen generation
*>             against its manifest first and puts nothing back unless
*>             every file agrees - and never while a game session is
*>             registered on GC99RUNC.DAT.
*> Files:      GC99HISC, GC99HARC, GC99PLYR, GC99RECS, GC99MOV,
*>             GC99AUD, GC99CRSE, GC99LVL, GC99SEAS, GC99LSTD, GC99SUSP,
*>             GC99ACHV, GC99PARM and GC99PLOG - the history, its
*>             archive, the masters, the journal, the audit log, the
*>             layouts, the league, the suspense dispositions, the
*>             achievements, the shop parameters and their change log.
*>             GC99RUNC, GC99SESS and GC99CHK describe the machine
*>             as it is now, not the data, and are left out.
*> Hash:       the score for HISC/HARC/RECS/MOV/LSTD/SUSP, the snake
*>             length for AUD, the registration date for PLYR, row
*>             and column for CRSE, the threshold for LVL, the start
*>             date for SEAS, the earning game's score for ACHV, a
*>             numeric parameter's value for PARM and the change date
*>             for PLOG.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99BKUP.COB (compile with GnuCOBOL 3.1 or greater)
*> CALLS;      CBL_DELETE_FILE, to drop the oldest generation's copies
*>             and a failed run's own; CBL_RENAME_FILE, to bring a
*>             clean run's copies in under their generation names
*> Parameters: B (take a generation) or R (restore one) on the command
*>             line; without one the mode is asked for at the console
*> License:    GNU Lesser General Public License
*> Version:    1.2 2026.10.15
*> Changelog:  1.0 first release - generation backup with manifest and
*>             retention, verified restore, report spooled to
*>             GC99BKUP.LST and the run stamped on GC99RUNC.DAT for
*>             the GC99MENU status panel.
*>             1.1 GC99ACHV.DAT, the achievements file, joins the set;
*>             an older generation without it leaves it as it is on
*>             a restore.
*>             1.2 GC99PARM.DAT and GC99PLOG.DAT join the set; a file
*>             that fails to copy is marked 'F' on the manifest and
*>             the restore refuses the generation. A backup is taken
*>             under <name>.Nyyyymmdd work names and renamed to the
*>             generation names only when every file copied; a run
*>             with a failed file deletes its work copies, leaves
*>             today's earlier generation as it was and drops no old
*>             generation.
*>
*> Running:  gc99bkup B   or   gc99bkup R   (or from GC99MENU)
*> One generation per day: a second backup on the same day replaces
*> that day's generation, but only once every file has copied - the
*> run works under .Nyyyymmdd names until then, and a failed run
*> leaves the earlier generation in place. Take the backup with the
*> batch window open, so no game is writing the history while it is
*> copied.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99BKUP.

ENVIRONMENT DIVISION.
configuration section.

input-output section.
file-control.
    *> ---- the live file set ----
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is sequential
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wLiveStatus.

    select GC99HARC-FILE assign to "GC99HARC.DAT"
        organization is sequential
        file status is wLiveStatus.

    select GC99PLYR-FILE assign to "GC99PLYR.DAT"
        organization is indexed
        access mode is sequential
        record key is PLYR-INITIALS
        file status is wLiveStatus.

    select GC99RECS-FILE assign to "GC99RECS.DAT"
        organization is indexed
        access mode is sequential
        record key is RECS-INITIALS
        file status is wLiveStatus.

    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is sequential
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wLiveStatus.

    select GC99AUD-FILE assign to "GC99AUD.DAT"
        organization is sequential
        file status is wLiveStatus.

    select GC99CRSE-FILE assign to "GC99CRSE.DAT"
        organization is sequential
        file status is wLiveStatus.

    select GC99LVL-FILE assign to "GC99LVL.DAT"
        organization is sequential
        file status is wLiveStatus.

    select GC99SEAS-FILE assign to "GC99SEAS.DAT"
        organization is sequential
        file status is wLiveStatus.

    select GC99LSTD-FILE assign to "GC99LSTD.DAT"
        organization is sequential
        file status is wLiveStatus.

    select GC99SUSP-FILE assign to "GC99SUSP.DAT"
        organization is indexed
        access mode is sequential
        record key is SUSP-KEY
        file status is wLiveStatus.

    select GC99ACHV-FILE assign to "GC99ACHV.DAT"
        organization is indexed
        access mode is sequential
        record key is ACHV-KEY
        file status is wLiveStatus.

    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is sequential
        record key is PARM-CODE
        file status is wLiveStatus.

    select GC99PLOG-FILE assign to "GC99PLOG.DAT"
        organization is sequential
        file status is wLiveStatus.

    *> ---- the generation copies, named <file>.Gyyyymmdd at run
    *> time; the indexed files are copied out in key order, so they
    *> load straight back ----
    select GC99BHSC-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BHRC-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BPLY-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BRCS-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BMOV-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BAUD-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BCRS-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BLVL-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BSEA-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BLST-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BSSP-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BACH-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BPRM-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    select GC99BPLG-FILE assign to dynamic wGenFileName
        organization is sequential
        file status is wGenStatus.

    *> the generation's own manifest, GC99BKUP.Gyyyymmdd
    select GC99BMAN-FILE assign to dynamic wManfFileName
        organization is sequential
        file status is wManfStatus.

    *> the catalogue - every generation on hand, manifest rows
    select GC99BKUP-FILE assign to "GC99BKUP.DAT"
        organization is sequential
        file status is wBkupStatus.

    *> run control - a restore refuses while a game session is
    *> registered; the run is stamped here for the menu panel
    select GC99RUNC-FILE assign to "GC99RUNC.DAT"
        organization is sequential
        file status is wRuncStatus.

    *> the printed backup / restore report
    select GC99PRINT-FILE assign to "GC99BKUP.LST"
        organization is line sequential
        file status is wPrintStatus.

*>****************************************************************
*>
*>****************************************************************
DATA DIVISION.
file section.
FD  GC99HISC-FILE.
COPY 'GC99HISC.CPY'.

FD  GC99HARC-FILE.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99HARC-REC==
                              ==HISC-KEY==        BY ==ARC-KEY==
                              ==HISC-DATE==       BY ==ARC-DATE==
                              ==HISC-TIME==       BY ==ARC-TIME==
                              ==HISC-INITIALS==   BY ==ARC-INITIALS==
                              ==HISC-SNAKELEN==   BY ==ARC-SNAKELEN==
                              ==HISC-SIZEROW==    BY ==ARC-SIZEROW==
                              ==HISC-SIZECOL==    BY ==ARC-SIZECOL==
                              ==HISC-SCORE==      BY ==ARC-SCORE==
                              ==HISC-COURSE==     BY ==ARC-COURSE==
                              ==HISC-GAMETYPE==   BY ==ARC-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==ARC-CRSE-REV==.

FD  GC99PLYR-FILE.
COPY 'GC99PLYR.CPY'.

FD  GC99RECS-FILE.
COPY 'GC99RECS.CPY'.

FD  GC99MOV-FILE.
COPY 'GC99MOV.CPY'.

FD  GC99AUD-FILE.
COPY 'GC99AUD.CPY'.

FD  GC99CRSE-FILE.
COPY 'GC99CRSE.CPY'.

FD  GC99LVL-FILE.
COPY 'GC99LVL.CPY'.

FD  GC99SEAS-FILE.
COPY 'GC99SEAS.CPY'.

FD  GC99LSTD-FILE.
COPY 'GC99LSTD.CPY'.

FD  GC99SUSP-FILE.
COPY 'GC99SUSP.CPY'.

FD  GC99ACHV-FILE.
COPY 'GC99ACHV.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PLOG-FILE.
COPY 'GC99PLOG.CPY'.

*> each copy record is one record of its file, as it stands
FD  GC99BHSC-FILE.
01  GC99BHSC-REC          pic x(45).

FD  GC99BHRC-FILE.
01  GC99BHRC-REC          pic x(45).

FD  GC99BPLY-FILE.
01  GC99BPLY-REC          pic x(65).

FD  GC99BRCS-FILE.
01  GC99BRCS-REC          pic x(45).

FD  GC99BMOV-FILE.
01  GC99BMOV-REC          pic x(69).

FD  GC99BAUD-FILE.
01  GC99BAUD-REC          pic x(38).

FD  GC99BCRS-FILE.
01  GC99BCRS-REC          pic x(58).

FD  GC99BLVL-FILE.
01  GC99BLVL-REC          pic x(19).

FD  GC99BSEA-FILE.
01  GC99BSEA-REC          pic x(54).

FD  GC99BLST-FILE.
01  GC99BLST-REC          pic x(23).

FD  GC99BSSP-FILE.
01  GC99BSSP-REC          pic x(91).

FD  GC99BACH-FILE.
01  GC99BACH-REC          pic x(79).

FD  GC99BPRM-FILE.
01  GC99BPRM-REC          pic x(86).

FD  GC99BPLG-FILE.
01  GC99BPLG-REC          pic x(72).

FD  GC99BMAN-FILE.
COPY 'GC99BKUP.CPY' REPLACING ==GC99BKUP-REC==    BY ==GC99BMAN-REC==
                              ==BKUP-GEN-DATE==   BY ==MAN-GEN-DATE==
                              ==BKUP-GEN-TIME==   BY ==MAN-GEN-TIME==
                              ==BKUP-FILE==       BY ==MAN-FILE==
                              ==BKUP-PRESENT==    BY ==MAN-PRESENT==
                              ==BKUP-RECORDS==    BY ==MAN-RECORDS==
                              ==BKUP-HASH==       BY ==MAN-HASH==.

FD  GC99BKUP-FILE.
COPY 'GC99BKUP.CPY'.

FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

working-storage section.
01 wLiveStatus  pic x(2) value "00".
01 wGenStatus   pic x(2) value "00".
01 wManfStatus  pic x(2) value "00".
01 wBkupStatus  pic x(2) value "00".
01 wRuncStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".

01 wLiveEof     pic x(1) value 'N'.
01 wGenEof      pic x(1) value 'N'.
01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.

01 wMode        pic x(01) value space.
   88 BackupMode  value 'B' 'b'.
   88 RestoreMode value 'R' 'r'.
01 wAnswer      pic x(01) value space.

*> generations kept on hand; the oldest beyond this are deleted
01 wKeepGens    constant as 7.

*> the file set, in the order it is copied and restored
01 wFileCount   constant as 14.
01 wFileNo      pic 9(02) value 0.
01 FILE-TABLE.
   05 FL-ENTRY occurs wFileCount.
      10 FL-NAME      pic x(12).
      10 FL-STEM      pic x(08).
      10 FL-COPIED    pic x(01).

*> the generation being taken or restored, and its file names
01 wGenDate      pic 9(08) value 0.
01 wGenTime      pic 9(06) value 0.
01 wGenEntry     pic x(08) value spaces.
01 wGenFileName  pic x(20) value spaces.
01 wManfFileName pic x(20) value spaces.
01 wKeepFileName pic x(20) value spaces.
01 wStem         pic x(08) value spaces.
01 wDeleteRc     binary-long value 0.
01 wRenameRc     binary-long value 0.
*> G = the generation's own names; N = a backup's work names, until
*> every file of the run has copied
01 wGenMark      pic x(01) value 'G'.

*> counts and hash of the file being copied or checked
01 wRecCount    pic 9(09) value 0.
01 wHashTotal   pic 9(15) value 0.
01 wRejects     pic 9(09) value 0.
01 wResult      pic x(38) value spaces.

*> the chosen generation's manifest, with this run's check of it
01 MANIFEST-TABLE.
   05 MF-ENTRY occurs wFileCount.
      10 MF-FILE-NO   pic 9(02).
      10 MF-PRESENT   pic x(01).
      10 MF-RECORDS   pic 9(09).
      10 MF-HASH      pic 9(15).
      10 MF-OK        pic x(01).
01 wMfCount     pic 9(02) value 0.
01 wMfIdx       pic 9(02) value 0.
01 wGenGenTime  pic 9(06) value 0.

*> the catalogue in core - every generation's manifest rows
01 wCatMax      constant as 400.
01 wCatCount    pic 9(03) value 0.
01 wCatIdx      pic 9(03) value 0.
01 wCatDropped  pic 9(04) value 0.
01 wCatBefore   pic 9(03) value 0.
01 CATALOGUE-TABLE.
   05 CAT-ENTRY occurs wCatMax.
      10 CAT-GEN-DATE pic 9(08).
      10 CAT-GEN-TIME pic 9(06).
      10 CAT-FILE     pic x(12).
      10 CAT-PRESENT  pic x(01).
      10 CAT-RECORDS  pic 9(09).
      10 CAT-HASH     pic 9(15).
      10 CAT-KEEP     pic x(01).
01 wGenCount    pic 9(03) value 0.
01 wLastGen     pic 9(08) value 0.
01 wOldestGen   pic 9(08) value 0.
01 wNewestGen   pic 9(08) value 0.
01 wReplaced    pic x(01) value 'N'.

*> run counts
01 wFilesCopied  pic 9(02) value 0.
01 wFilesAbsent  pic 9(02) value 0.
01 wFilesFailed  pic 9(02) value 0.
01 wGensDropped  pic 9(03) value 0.
01 wVerifyFailed pic 9(02) value 0.

01 wReportDate     pic 9(8)  value 0.
01 wReportDateEdit pic 9(4)/9(2)/9(2) value 0.

*>****************************************************************
*>
*>****************************************************************
PROCEDURE DIVISION.

  perform TakeCommandLine    thru TakeCommandLine-Ex
  if not BackupMode and not RestoreMode
      perform AcceptMode     thru AcceptMode-Ex
  end-if
  perform InitializeFileSet  thru InitializeFileSet-Ex
  perform ReadRunControl     thru ReadRunControl-Ex
  perform LoadCatalogue      thru LoadCatalogue-Ex
  if BackupMode
      perform RunBackup      thru RunBackup-Ex
  else
      perform RunRestore     thru RunRestore-Ex
  end-if
  perform TerminateReport    thru TerminateReport-Ex
  stop run.

*>****************************************************************
*> END OF PROGRAM
*>****************************************************************

TakeCommandLine.
  *> B or R on the command line stands in for the prompt
  accept wMode from command-line.
TakeCommandLine-Ex. exit.

AcceptMode.
  display '  '
  display 'GC99SNAKE FILE SET - GENERATION BACKUP / RESTORE '
  display 'B = take a backup generation, R = restore one .....: ' with no advancing
  accept wMode
  if not BackupMode and not RestoreMode
      display ' '
      display '*** key B or R, try again ***'
      go to AcceptMode
  end-if.
AcceptMode-Ex. exit.

InitializeFileSet.
    move 'GC99HISC.DAT' to FL-NAME(1)
    move 'GC99HARC.DAT' to FL-NAME(2)
    move 'GC99PLYR.DAT' to FL-NAME(3)
    move 'GC99RECS.DAT' to FL-NAME(4)
    move 'GC99MOV.DAT'  to FL-NAME(5)
    move 'GC99AUD.DAT'  to FL-NAME(6)
    move 'GC99CRSE.DAT' to FL-NAME(7)
    move 'GC99LVL.DAT'  to FL-NAME(8)
    move 'GC99SEAS.DAT' to FL-NAME(9)
    move 'GC99LSTD.DAT' to FL-NAME(10)
    move 'GC99SUSP.DAT' to FL-NAME(11)
    move 'GC99ACHV.DAT' to FL-NAME(12)
    move 'GC99PARM.DAT' to FL-NAME(13)
    move 'GC99PLOG.DAT' to FL-NAME(14)
    perform SetOneStem thru SetOneStem-Ex
        varying wFileNo from 1 by 1 until wFileNo > wFileCount.
InitializeFileSet-Ex. exit.

SetOneStem.
    move spaces to FL-STEM(wFileNo)
    unstring FL-NAME(wFileNo) delimited by '.' into FL-STEM(wFileNo).
SetOneStem-Ex. exit.

ReadRunControl.
    *> single-record file, absent = defaults (no window, no sessions)
    initialize GC99RUNC-REC
    move 'N' to RUNC-BATCH-WINDOW
    open input GC99RUNC-FILE
    if wRuncStatus = "00"
        read GC99RUNC-FILE
            at end continue
        end-read
        close GC99RUNC-FILE
    end-if.
ReadRunControl-Ex. exit.

LoadCatalogue.
    *> every generation on hand; no catalogue = none yet
    move 0   to wCatCount wCatDropped
    move 'N' to wEofSwitch
    open input GC99BKUP-FILE
    if wBkupStatus not = "00"
        go to LoadCatalogue-Ex
    end-if
    perform LoadOneCatalogueRow thru LoadOneCatalogueRow-Ex
        until AtEndOfFile
    close GC99BKUP-FILE.
LoadCatalogue-Ex. exit.

LoadOneCatalogueRow.
    read GC99BKUP-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to LoadOneCatalogueRow-Ex
    end-if
    if wCatCount = wCatMax
        add 1 to wCatDropped
        go to LoadOneCatalogueRow-Ex
    end-if
    add 1 to wCatCount
    move BKUP-GEN-DATE to CAT-GEN-DATE(wCatCount)
    move BKUP-GEN-TIME to CAT-GEN-TIME(wCatCount)
    move BKUP-FILE     to CAT-FILE(wCatCount)
    move BKUP-PRESENT  to CAT-PRESENT(wCatCount)
    move BKUP-RECORDS  to CAT-RECORDS(wCatCount)
    move BKUP-HASH     to CAT-HASH(wCatCount)
    move 'Y'           to CAT-KEEP(wCatCount).
LoadOneCatalogueRow-Ex. exit.

InitializeReport.
    move function current-date(1:8) to wReportDate
    move wReportDate                to wReportDateEdit
    open output GC99PRINT-FILE
    if BackupMode
        move "GC99SNAKE  -  FILE SET GENERATION BACKUP"  to PRINT-LINE
    else
        move "GC99SNAKE  -  FILE SET GENERATION RESTORE" to PRINT-LINE
    end-if
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Run date: " wReportDateEdit delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Generation: G" wGenDate " taken at " wGenGenTime
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "FILE          RECORDS    HASH TOTAL       RESULT"           to PRINT-LINE
    write PRINT-LINE
    move "------------  ---------  ---------------  --------------------------------------" to PRINT-LINE
    write PRINT-LINE.
InitializeReport-Ex. exit.

*>****************************************************************
*> BACKUP
*>****************************************************************
RunBackup.
    move function current-date(1:8) to wGenDate
    move function current-date(9:6) to wGenTime
    move wGenTime                   to wGenGenTime
    perform InitializeReport thru InitializeReport-Ex
    if RUNC-SESSIONS > 0
        move spaces to PRINT-LINE
        string "*** " RUNC-SESSIONS " game session(s) registered - a game "
               "in progress is not in this generation ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if

    *> the run writes under work names; a second backup the same day
    *> replaces that day's generation only once every file has copied
    *> cleanly - the rows on hand before this run are remembered so
    *> this run's own can be told from them
    move 'N' to wReplaced
    move wCatCount to wCatBefore
    move 'N' to wGenMark

    move spaces to wManfFileName
    string 'GC99BKUP.' wGenMark wGenDate delimited by size into wManfFileName
    open output GC99BMAN-FILE
    if wManfStatus not = "00"
        move spaces to PRINT-LINE
        string "*** unable to write the manifest " wManfFileName
               ", status " wManfStatus " - NOTHING COPIED ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
        move 8 to return-code
        go to RunBackup-Ex
    end-if

    perform BackupOneFile thru BackupOneFile-Ex
        varying wFileNo from 1 by 1 until wFileNo > wFileCount
    close GC99BMAN-FILE

    *> a run with a failed file is no generation to rely on: its work
    *> copies go, and today's earlier generation and every older one
    *> stay exactly as they were
    if wFilesFailed > 0
        perform DiscardOneFile thru DiscardOneFile-Ex
            varying wFileNo from 1 by 1 until wFileNo > wFileCount
        call "CBL_DELETE_FILE" using wManfFileName returning wDeleteRc end-call
        perform DropRunRow thru DropRunRow-Ex
            varying wCatIdx from 1 by 1 until wCatIdx > wCatCount
        move 'G' to wGenMark
        perform CountGenerations thru CountGenerations-Ex
        move "*** a file FAILED - this run discarded, no generation replaced or dropped ***"
            to PRINT-LINE
        write PRINT-LINE
        go to RunBackup-Catalogue
    end-if

    *> a clean run: today's earlier generation (if any) gives way and
    *> the work copies take the generation names
    perform PromoteOneFile thru PromoteOneFile-Ex
        varying wFileNo from 1 by 1 until wFileNo > wFileCount
    move 'G' to wGenMark
    move wManfFileName to wGenFileName
    move spaces to wKeepFileName
    string 'GC99BKUP.' wGenMark wGenDate delimited by size into wKeepFileName
    call "CBL_DELETE_FILE" using wKeepFileName returning wDeleteRc end-call
    call "CBL_RENAME_FILE" using wGenFileName wKeepFileName
        returning wRenameRc end-call
    if wRenameRc not = 0
        perform PrintRenameFailure thru PrintRenameFailure-Ex
    end-if
    move wKeepFileName to wManfFileName
    perform DropTodaysRow  thru DropTodaysRow-Ex
        varying wCatIdx from 1 by 1 until wCatIdx > wCatBefore
    if wFilesFailed = 0
        perform ApplyRetention thru ApplyRetention-Ex
    else
        perform CountGenerations thru CountGenerations-Ex
    end-if.
RunBackup-Catalogue.
    perform WriteCatalogue   thru WriteCatalogue-Ex
    perform PrintBackupTotals thru PrintBackupTotals-Ex

    perform StampRunControl  thru StampRunControl-Ex
    if wFilesFailed > 0
        move 8 to return-code
    end-if.
RunBackup-Ex. exit.

DropTodaysRow.
    if CAT-GEN-DATE(wCatIdx) = wGenDate
        move 'N' to CAT-KEEP(wCatIdx)
        move 'Y' to wReplaced
    end-if.
DropTodaysRow-Ex. exit.

DropRunRow.
    *> this run's own catalogue rows, for a run that was discarded
    if wCatIdx > wCatBefore
        move 'N' to CAT-KEEP(wCatIdx)
    end-if.
DropRunRow-Ex. exit.

DiscardOneFile.
    if FL-COPIED(wFileNo) = 'Y'
        move FL-STEM(wFileNo) to wStem
        perform SetGenFileName thru SetGenFileName-Ex
        call "CBL_DELETE_FILE" using wGenFileName returning wDeleteRc end-call
    end-if.
DiscardOneFile-Ex. exit.

PromoteOneFile.
    *> today's earlier copy goes whether or not this run has the file
    *> - the new manifest says which files the generation holds
    move FL-STEM(wFileNo) to wStem
    move 'G' to wGenMark
    perform SetGenFileName thru SetGenFileName-Ex
    call "CBL_DELETE_FILE" using wGenFileName returning wDeleteRc end-call
    if FL-COPIED(wFileNo) not = 'Y'
        go to PromoteOneFile-Ex
    end-if
    move wGenFileName to wKeepFileName
    move 'N' to wGenMark
    perform SetGenFileName thru SetGenFileName-Ex
    call "CBL_RENAME_FILE" using wGenFileName wKeepFileName
        returning wRenameRc end-call
    if wRenameRc not = 0
        perform PrintRenameFailure thru PrintRenameFailure-Ex
    end-if.
PromoteOneFile-Ex. exit.

PrintRenameFailure.
    move spaces to PRINT-LINE
    string "*** unable to rename " wGenFileName delimited by space
           " to " wKeepFileName delimited by space
           " - the copy is left under its work name ***"
           delimited by size into PRINT-LINE
    write PRINT-LINE
    add 1 to wFilesFailed.
PrintRenameFailure-Ex. exit.

BackupOneFile.
    move 0   to wRecCount wHashTotal
    move 'N' to wLiveEof
    move 'N' to FL-COPIED(wFileNo)
    perform OpenLiveInput thru OpenLiveInput-Ex

    evaluate true
        when wLiveStatus = "35"
            move 'N' to MAN-PRESENT
            move "no file on disk - not copied" to wResult
            add 1 to wFilesAbsent
        when wLiveStatus not = "00"
            move 'F' to MAN-PRESENT
            move spaces to wResult
            string "*** FAILED - open status " wLiveStatus
                delimited by size into wResult
            add 1 to wFilesFailed
        when other
            move FL-STEM(wFileNo) to wStem
            perform SetGenFileName thru SetGenFileName-Ex
            perform OpenGenOutput  thru OpenGenOutput-Ex
            if wGenStatus not = "00"
                perform CloseLive thru CloseLive-Ex
                move 'F' to MAN-PRESENT
                move spaces to wResult
                string "*** FAILED - copy status " wGenStatus
                    delimited by size into wResult
                add 1 to wFilesFailed
            else
                perform CopyOneLiveRecord thru CopyOneLiveRecord-Ex
                    until wLiveEof = 'Y'
                perform CloseLive thru CloseLive-Ex
                perform CloseGen  thru CloseGen-Ex
                move 'Y' to MAN-PRESENT
                move 'Y' to FL-COPIED(wFileNo)
                move "copied" to wResult
                add 1 to wFilesCopied
            end-if
    end-evaluate

    *> the manifest row, into the generation and the catalogue
    move wGenDate         to MAN-GEN-DATE
    move wGenTime         to MAN-GEN-TIME
    move FL-NAME(wFileNo) to MAN-FILE
    move wRecCount        to MAN-RECORDS
    move wHashTotal       to MAN-HASH
    write GC99BMAN-REC
    if wCatCount < wCatMax
        add 1 to wCatCount
        move MAN-GEN-DATE to CAT-GEN-DATE(wCatCount)
        move MAN-GEN-TIME to CAT-GEN-TIME(wCatCount)
        move MAN-FILE     to CAT-FILE(wCatCount)
        move MAN-PRESENT  to CAT-PRESENT(wCatCount)
        move MAN-RECORDS  to CAT-RECORDS(wCatCount)
        move MAN-HASH     to CAT-HASH(wCatCount)
        move 'Y'          to CAT-KEEP(wCatCount)
    else
        add 1 to wCatDropped
    end-if

    perform PrintFileLine thru PrintFileLine-Ex.
BackupOneFile-Ex. exit.

CopyOneLiveRecord.
    perform ReadLiveRecord thru ReadLiveRecord-Ex
    if wLiveEof = 'Y'
        go to CopyOneLiveRecord-Ex
    end-if
    add 1 to wRecCount
    perform AddHash        thru AddHash-Ex
    perform WriteGenRecord thru WriteGenRecord-Ex.
CopyOneLiveRecord-Ex. exit.

ApplyRetention.
    *> the catalogue holds the generations oldest first; drop from
    *> the front until no more than wKeepGens are left
    perform CountGenerations thru CountGenerations-Ex
    perform DropOldestGeneration thru DropOldestGeneration-Ex
        until wGenCount not > wKeepGens.
ApplyRetention-Ex. exit.

CountGenerations.
    move 0 to wGenCount wLastGen
    perform CountOneGeneration thru CountOneGeneration-Ex
        varying wCatIdx from 1 by 1 until wCatIdx > wCatCount.
CountGenerations-Ex. exit.

CountOneGeneration.
    if CAT-KEEP(wCatIdx) = 'Y'
        and CAT-GEN-DATE(wCatIdx) not = wLastGen
        add 1 to wGenCount
        move CAT-GEN-DATE(wCatIdx) to wLastGen
    end-if.
CountOneGeneration-Ex. exit.

DropOldestGeneration.
    move 99999999 to wOldestGen
    perform FindOldestGeneration thru FindOldestGeneration-Ex
        varying wCatIdx from 1 by 1 until wCatIdx > wCatCount

    perform DropOneGenerationRow thru DropOneGenerationRow-Ex
        varying wCatIdx from 1 by 1 until wCatIdx > wCatCount

    move spaces to wManfFileName
    string 'GC99BKUP.G' wOldestGen delimited by size into wManfFileName
    call "CBL_DELETE_FILE" using wManfFileName returning wDeleteRc end-call

    move spaces to PRINT-LINE
    string "Generation G" wOldestGen " dropped - more than " wKeepGens
           " generations on hand" delimited by size into PRINT-LINE
    write PRINT-LINE
    add 1 to wGensDropped
    subtract 1 from wGenCount.
DropOldestGeneration-Ex. exit.

FindOldestGeneration.
    if CAT-KEEP(wCatIdx) = 'Y'
        and CAT-GEN-DATE(wCatIdx) < wOldestGen
        move CAT-GEN-DATE(wCatIdx) to wOldestGen
    end-if.
FindOldestGeneration-Ex. exit.

DropOneGenerationRow.
    if CAT-KEEP(wCatIdx) not = 'Y'
        or CAT-GEN-DATE(wCatIdx) not = wOldestGen
        go to DropOneGenerationRow-Ex
    end-if
    move 'N' to CAT-KEEP(wCatIdx)
    if CAT-PRESENT(wCatIdx) = 'Y' or CAT-PRESENT(wCatIdx) = 'F'
        move spaces to wStem
        unstring CAT-FILE(wCatIdx) delimited by '.' into wStem
        move spaces to wGenFileName
        string wStem delimited by space
               '.G' wOldestGen delimited by size into wGenFileName
        call "CBL_DELETE_FILE" using wGenFileName returning wDeleteRc end-call
    end-if.
DropOneGenerationRow-Ex. exit.

WriteCatalogue.
    *> the catalogue is rewritten whole with the rows still kept
    open output GC99BKUP-FILE
    if wBkupStatus not = "00"
        move spaces to PRINT-LINE
        string "*** unable to rewrite the catalogue GC99BKUP.DAT, status "
               wBkupStatus " ***" delimited by size into PRINT-LINE
        write PRINT-LINE
        add 1 to wFilesFailed
        go to WriteCatalogue-Ex
    end-if
    perform WriteOneCatalogueRow thru WriteOneCatalogueRow-Ex
        varying wCatIdx from 1 by 1 until wCatIdx > wCatCount
    close GC99BKUP-FILE.
WriteCatalogue-Ex. exit.

WriteOneCatalogueRow.
    if CAT-KEEP(wCatIdx) = 'Y'
        move CAT-GEN-DATE(wCatIdx) to BKUP-GEN-DATE
        move CAT-GEN-TIME(wCatIdx) to BKUP-GEN-TIME
        move CAT-FILE(wCatIdx)     to BKUP-FILE
        move CAT-PRESENT(wCatIdx)  to BKUP-PRESENT
        move CAT-RECORDS(wCatIdx)  to BKUP-RECORDS
        move CAT-HASH(wCatIdx)     to BKUP-HASH
        write GC99BKUP-REC
    end-if.
WriteOneCatalogueRow-Ex. exit.

PrintBackupTotals.
    move spaces to PRINT-LINE
    write PRINT-LINE
    move "RUN COUNTS" to PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Files copied .................: " wFilesCopied
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Files not on disk ............: " wFilesAbsent
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Files FAILED .................: " wFilesFailed
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Generations on hand ..........: " wGenCount
        delimited by size into PRINT-LINE
    write PRINT-LINE
    move spaces to PRINT-LINE
    string "Generations dropped ..........: " wGensDropped
        delimited by size into PRINT-LINE
    write PRINT-LINE
    if wReplaced = 'Y'
        move "(today's earlier generation was replaced)" to PRINT-LINE
        write PRINT-LINE
    end-if
    if wCatDropped > 0
        move spaces to PRINT-LINE
        string "*** WARNING: " wCatDropped " catalogue rows beyond the "
               "in-core limit were not kept ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
    end-if.
PrintBackupTotals-Ex. exit.

*>****************************************************************
*> RESTORE
*>****************************************************************
RunRestore.
    *> nothing is put back under a running game
    if RUNC-SESSIONS > 0
        display '  '
        display '*** ' RUNC-SESSIONS ' game session(s) still registered - NOTHING RESTORED ***'
        display '*** open the batch window in GC99MENU and let the games drain first ***'
        move 8 to return-code
        goback
    end-if

    perform ListGenerations  thru ListGenerations-Ex
    perform AcceptGeneration thru AcceptGeneration-Ex
    perform LoadManifest     thru LoadManifest-Ex
    perform InitializeReport thru InitializeReport-Ex

    if wMfCount = 0
        move spaces to PRINT-LINE
        string "*** no manifest " wManfFileName
               " - generation not on hand, NOTHING RESTORED ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
        display '*** no manifest ' wManfFileName ' - NOTHING RESTORED ***'
        move 8 to return-code
        go to RunRestore-Ex
    end-if

    *> every copy is proved against the manifest before any is used
    move 0 to wVerifyFailed
    perform VerifyOneFile thru VerifyOneFile-Ex
        varying wMfIdx from 1 by 1 until wMfIdx > wMfCount
    if wVerifyFailed > 0
        move spaces to PRINT-LINE
        write PRINT-LINE
        move spaces to PRINT-LINE
        string "*** " wVerifyFailed " file(s) do not agree with the "
               "manifest - NOTHING RESTORED ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
        display '*** ' wVerifyFailed ' file(s) do not agree with the manifest - NOTHING RESTORED ***'
        move 8 to return-code
        go to RunRestore-Ex
    end-if

    display 'Generation G' wGenDate ' checks out against its manifest.'
    display 'Restore it OVER the live files (Y/N) ? ............: ' with no advancing
    accept wAnswer
    if wAnswer not = 'Y' and wAnswer not = 'y'
        move "... Restore ended by the user, nothing restored" to PRINT-LINE
        write PRINT-LINE
        display '... Processing ended by the user !'
        go to RunRestore-Ex
    end-if

    *> a game may have started while the operator was reading
    perform ReadRunControl thru ReadRunControl-Ex
    if RUNC-SESSIONS > 0
        move spaces to PRINT-LINE
        string "*** " RUNC-SESSIONS " game session(s) registered since "
               "the check - NOTHING RESTORED ***"
               delimited by size into PRINT-LINE
        write PRINT-LINE
        display '*** ' RUNC-SESSIONS ' game session(s) now registered - NOTHING RESTORED ***'
        move 8 to return-code
        go to RunRestore-Ex
    end-if

    move spaces to PRINT-LINE
    write PRINT-LINE
    move "RESTORED" to PRINT-LINE
    write PRINT-LINE
    perform RestoreOneFile thru RestoreOneFile-Ex
        varying wMfIdx from 1 by 1 until wMfIdx > wMfCount

    perform StampRunControl thru StampRunControl-Ex
    if wFilesFailed > 0
        move 8 to return-code
    end-if.
RunRestore-Ex. exit.

ListGenerations.
    display '  '
    display 'GC99SNAKE FILE SET - GENERATION RESTORE '
    move 0 to wLastGen wNewestGen
    if wCatCount = 0
        display '(no catalogue GC99BKUP.DAT - key the generation date)'
        go to ListGenerations-Ex
    end-if
    display 'Generations on hand:'
    perform ListOneGeneration thru ListOneGeneration-Ex
        varying wCatIdx from 1 by 1 until wCatIdx > wCatCount.
ListGenerations-Ex. exit.

ListOneGeneration.
    if CAT-GEN-DATE(wCatIdx) not = wLastGen
        display '   G' CAT-GEN-DATE(wCatIdx) ' taken at ' CAT-GEN-TIME(wCatIdx)
        move CAT-GEN-DATE(wCatIdx) to wLastGen
        if CAT-GEN-DATE(wCatIdx) > wNewestGen
            move CAT-GEN-DATE(wCatIdx) to wNewestGen
        end-if
    end-if.
ListOneGeneration-Ex. exit.

AcceptGeneration.
  display 'Restore generation (YYYYMMDD, blank = newest) .....: ' with no advancing
  move spaces to wGenEntry
  accept wGenEntry
  if wGenEntry = spaces and wNewestGen > 0
      move wNewestGen to wGenDate
      go to AcceptGeneration-Ex
  end-if
  if wGenEntry is not numeric or wGenEntry = '00000000'
      display ' '
      display '*** Generation must be numeric YYYYMMDD, try again ***'
      go to AcceptGeneration
  end-if
  move wGenEntry to wGenDate.
AcceptGeneration-Ex. exit.

LoadManifest.
    *> the generation's own manifest is the authority, not the
    *> catalogue - a generation brought back from elsewhere restores
    move 0   to wMfCount wGenGenTime
    move 'N' to wEofSwitch
    move spaces to wManfFileName
    string 'GC99BKUP.G' wGenDate delimited by size into wManfFileName
    open input GC99BMAN-FILE
    if wManfStatus not = "00"
        go to LoadManifest-Ex
    end-if
    perform LoadOneManifestRow thru LoadOneManifestRow-Ex
        until AtEndOfFile
    close GC99BMAN-FILE.
LoadManifest-Ex. exit.

LoadOneManifestRow.
    read GC99BMAN-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to LoadOneManifestRow-Ex
    end-if
    move MAN-GEN-TIME to wGenGenTime

    *> rows are matched to the file set by name
    perform MatchManifestFile thru MatchManifestFile-Ex
    if wFileNo > wFileCount or wMfCount = wFileCount
        go to LoadOneManifestRow-Ex
    end-if
    add 1 to wMfCount
    move wFileNo      to MF-FILE-NO(wMfCount)
    move MAN-PRESENT  to MF-PRESENT(wMfCount)
    move MAN-RECORDS  to MF-RECORDS(wMfCount)
    move MAN-HASH     to MF-HASH(wMfCount)
    move 'N'          to MF-OK(wMfCount).
LoadOneManifestRow-Ex. exit.

MatchManifestFile.
    move 1 to wFileNo
    perform NextManifestFile thru NextManifestFile-Ex
        until wFileNo > wFileCount
           or FL-NAME(wFileNo) = MAN-FILE.
MatchManifestFile-Ex. exit.

NextManifestFile.
    add 1 to wFileNo.
NextManifestFile-Ex. exit.

VerifyOneFile.
    move MF-FILE-NO(wMfIdx) to wFileNo
    move MF-RECORDS(wMfIdx) to wRecCount
    move MF-HASH(wMfIdx)    to wHashTotal
    if MF-PRESENT(wMfIdx) = 'F'
        move "*** NOT COPIED - failed at backup" to wResult
        add 1 to wVerifyFailed
        perform PrintFileLine thru PrintFileLine-Ex
        go to VerifyOneFile-Ex
    end-if
    if MF-PRESENT(wMfIdx) not = 'Y'
        move 'Y' to MF-OK(wMfIdx)
        move "not in generation - left as is" to wResult
        perform PrintFileLine thru PrintFileLine-Ex
        go to VerifyOneFile-Ex
    end-if

    move 0   to wRecCount wHashTotal
    move 'N' to wGenEof
    move FL-STEM(wFileNo) to wStem
    perform SetGenFileName thru SetGenFileName-Ex
    perform OpenGenInput   thru OpenGenInput-Ex
    if wGenStatus not = "00"
        move spaces to wResult
        string "*** COPY MISSING - status " wGenStatus
            delimited by size into wResult
        add 1 to wVerifyFailed
        perform PrintFileLine thru PrintFileLine-Ex
        go to VerifyOneFile-Ex
    end-if
    perform CheckOneGenRecord thru CheckOneGenRecord-Ex
        until wGenEof = 'Y'
    perform CloseGen thru CloseGen-Ex

    evaluate true
        when wRecCount not = MF-RECORDS(wMfIdx)
            move spaces to wResult
            string "*** COUNT DIFFERS, manifest " MF-RECORDS(wMfIdx)
                delimited by size into wResult
            add 1 to wVerifyFailed
        when wHashTotal not = MF-HASH(wMfIdx)
            move "*** HASH DIFFERS from manifest" to wResult
            add 1 to wVerifyFailed
        when other
            move 'Y' to MF-OK(wMfIdx)
            move "verified" to wResult
    end-evaluate
    perform PrintFileLine thru PrintFileLine-Ex.
VerifyOneFile-Ex. exit.

CheckOneGenRecord.
    perform ReadGenRecord thru ReadGenRecord-Ex
    if wGenEof = 'Y'
        go to CheckOneGenRecord-Ex
    end-if
    add 1 to wRecCount
    perform AddHash thru AddHash-Ex.
CheckOneGenRecord-Ex. exit.

RestoreOneFile.
    move MF-FILE-NO(wMfIdx) to wFileNo
    if MF-PRESENT(wMfIdx) not = 'Y'
        go to RestoreOneFile-Ex
    end-if

    move 0   to wRecCount wHashTotal wRejects
    move 'N' to wGenEof
    move FL-STEM(wFileNo) to wStem
    perform SetGenFileName thru SetGenFileName-Ex
    perform OpenGenInput   thru OpenGenInput-Ex
    if wGenStatus not = "00"
        move spaces to wResult
        string "*** FAILED - copy status " wGenStatus
            delimited by size into wResult
        add 1 to wFilesFailed
        perform PrintFileLine thru PrintFileLine-Ex
        go to RestoreOneFile-Ex
    end-if
    perform OpenLiveOutput thru OpenLiveOutput-Ex
    if wLiveStatus not = "00"
        perform CloseGen thru CloseGen-Ex
        move spaces to wResult
        string "*** FAILED - open status " wLiveStatus
            delimited by size into wResult
        add 1 to wFilesFailed
        perform PrintFileLine thru PrintFileLine-Ex
        go to RestoreOneFile-Ex
    end-if

    perform RestoreOneRecord thru RestoreOneRecord-Ex
        until wGenEof = 'Y'
    perform CloseGen  thru CloseGen-Ex
    perform CloseLive thru CloseLive-Ex

    if wRejects > 0 or wRecCount not = MF-RECORDS(wMfIdx)
        move spaces to wResult
        string "*** CHECK - " wRejects " rejected"
            delimited by size into wResult
        add 1 to wFilesFailed
    else
        move "restored" to wResult
        add 1 to wFilesCopied
    end-if
    perform PrintFileLine thru PrintFileLine-Ex.
RestoreOneFile-Ex. exit.

RestoreOneRecord.
    perform ReadGenRecord thru ReadGenRecord-Ex
    if wGenEof = 'Y'
        go to RestoreOneRecord-Ex
    end-if
    perform AddHash         thru AddHash-Ex
    perform WriteLiveRecord thru WriteLiveRecord-Ex.
RestoreOneRecord-Ex. exit.

*>****************************************************************
*> FILE-BY-FILE I/O - one branch per file of the set
*>****************************************************************
SetGenFileName.
    move spaces to wGenFileName
    string wStem delimited by space
           '.' wGenMark wGenDate delimited by size into wGenFileName.
SetGenFileName-Ex. exit.

OpenLiveInput.
    evaluate wFileNo
        when 1  open input GC99HISC-FILE
        when 2  open input GC99HARC-FILE
        when 3  open input GC99PLYR-FILE
        when 4  open input GC99RECS-FILE
        when 5  open input GC99MOV-FILE
        when 6  open input GC99AUD-FILE
        when 7  open input GC99CRSE-FILE
        when 8  open input GC99LVL-FILE
        when 9  open input GC99SEAS-FILE
        when 10 open input GC99LSTD-FILE
        when 11 open input GC99SUSP-FILE
        when 12 open input GC99ACHV-FILE
        when 13 open input GC99PARM-FILE
        when 14 open input GC99PLOG-FILE
    end-evaluate.
OpenLiveInput-Ex. exit.

OpenLiveOutput.
    evaluate wFileNo
        when 1  open output GC99HISC-FILE
        when 2  open output GC99HARC-FILE
        when 3  open output GC99PLYR-FILE
        when 4  open output GC99RECS-FILE
        when 5  open output GC99MOV-FILE
        when 6  open output GC99AUD-FILE
        when 7  open output GC99CRSE-FILE
        when 8  open output GC99LVL-FILE
        when 9  open output GC99SEAS-FILE
        when 10 open output GC99LSTD-FILE
        when 11 open output GC99SUSP-FILE
        when 12 open output GC99ACHV-FILE
        when 13 open output GC99PARM-FILE
        when 14 open output GC99PLOG-FILE
    end-evaluate.
OpenLiveOutput-Ex. exit.

CloseLive.
    evaluate wFileNo
        when 1  close GC99HISC-FILE
        when 2  close GC99HARC-FILE
        when 3  close GC99PLYR-FILE
        when 4  close GC99RECS-FILE
        when 5  close GC99MOV-FILE
        when 6  close GC99AUD-FILE
        when 7  close GC99CRSE-FILE
        when 8  close GC99LVL-FILE
        when 9  close GC99SEAS-FILE
        when 10 close GC99LSTD-FILE
        when 11 close GC99SUSP-FILE
        when 12 close GC99ACHV-FILE
        when 13 close GC99PARM-FILE
        when 14 close GC99PLOG-FILE
    end-evaluate.
CloseLive-Ex. exit.

ReadLiveRecord.
    evaluate wFileNo
        when 1  read GC99HISC-FILE next record at end move 'Y' to wLiveEof end-read
        when 2  read GC99HARC-FILE             at end move 'Y' to wLiveEof end-read
        when 3  read GC99PLYR-FILE next record at end move 'Y' to wLiveEof end-read
        when 4  read GC99RECS-FILE next record at end move 'Y' to wLiveEof end-read
        when 5  read GC99MOV-FILE  next record at end move 'Y' to wLiveEof end-read
        when 6  read GC99AUD-FILE              at end move 'Y' to wLiveEof end-read
        when 7  read GC99CRSE-FILE             at end move 'Y' to wLiveEof end-read
        when 8  read GC99LVL-FILE              at end move 'Y' to wLiveEof end-read
        when 9  read GC99SEAS-FILE             at end move 'Y' to wLiveEof end-read
        when 10 read GC99LSTD-FILE             at end move 'Y' to wLiveEof end-read
        when 11 read GC99SUSP-FILE next record at end move 'Y' to wLiveEof end-read
        when 12 read GC99ACHV-FILE next record at end move 'Y' to wLiveEof end-read
        when 13 read GC99PARM-FILE next record at end move 'Y' to wLiveEof end-read
        when 14 read GC99PLOG-FILE             at end move 'Y' to wLiveEof end-read
    end-evaluate.
ReadLiveRecord-Ex. exit.

WriteLiveRecord.
    *> a copy taken in key order loads back in key order; a key the
    *> indexed file refuses is counted, never silently dropped
    evaluate wFileNo
        when 1  write GC99HISC-REC invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 2  write GC99HARC-REC
                add 1 to wRecCount
        when 3  write GC99PLYR-REC invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 4  write GC99RECS-REC invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 5  write GC99MOV-REC  invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 6  write GC99AUD-REC
                add 1 to wRecCount
        when 7  write GC99CRSE-REC
                add 1 to wRecCount
        when 8  write GC99LVL-REC
                add 1 to wRecCount
        when 9  write GC99SEAS-REC
                add 1 to wRecCount
        when 10 write GC99LSTD-REC
                add 1 to wRecCount
        when 11 write GC99SUSP-REC invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 12 write GC99ACHV-REC invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 13 write GC99PARM-REC invalid key add 1 to wRejects
                    not invalid key add 1 to wRecCount end-write
        when 14 write GC99PLOG-REC
                add 1 to wRecCount
    end-evaluate.
WriteLiveRecord-Ex. exit.

OpenGenInput.
    evaluate wFileNo
        when 1  open input GC99BHSC-FILE
        when 2  open input GC99BHRC-FILE
        when 3  open input GC99BPLY-FILE
        when 4  open input GC99BRCS-FILE
        when 5  open input GC99BMOV-FILE
        when 6  open input GC99BAUD-FILE
        when 7  open input GC99BCRS-FILE
        when 8  open input GC99BLVL-FILE
        when 9  open input GC99BSEA-FILE
        when 10 open input GC99BLST-FILE
        when 11 open input GC99BSSP-FILE
        when 12 open input GC99BACH-FILE
        when 13 open input GC99BPRM-FILE
        when 14 open input GC99BPLG-FILE
    end-evaluate.
OpenGenInput-Ex. exit.

OpenGenOutput.
    evaluate wFileNo
        when 1  open output GC99BHSC-FILE
        when 2  open output GC99BHRC-FILE
        when 3  open output GC99BPLY-FILE
        when 4  open output GC99BRCS-FILE
        when 5  open output GC99BMOV-FILE
        when 6  open output GC99BAUD-FILE
        when 7  open output GC99BCRS-FILE
        when 8  open output GC99BLVL-FILE
        when 9  open output GC99BSEA-FILE
        when 10 open output GC99BLST-FILE
        when 11 open output GC99BSSP-FILE
        when 12 open output GC99BACH-FILE
        when 13 open output GC99BPRM-FILE
        when 14 open output GC99BPLG-FILE
    end-evaluate.
OpenGenOutput-Ex. exit.

CloseGen.
    evaluate wFileNo
        when 1  close GC99BHSC-FILE
        when 2  close GC99BHRC-FILE
        when 3  close GC99BPLY-FILE
        when 4  close GC99BRCS-FILE
        when 5  close GC99BMOV-FILE
        when 6  close GC99BAUD-FILE
        when 7  close GC99BCRS-FILE
        when 8  close GC99BLVL-FILE
        when 9  close GC99BSEA-FILE
        when 10 close GC99BLST-FILE
        when 11 close GC99BSSP-FILE
        when 12 close GC99BACH-FILE
        when 13 close GC99BPRM-FILE
        when 14 close GC99BPLG-FILE
    end-evaluate.
CloseGen-Ex. exit.

ReadGenRecord.
    *> the copy is read into its own record and handed to the live
    *> record area, where the hash and the restore both take it
    evaluate wFileNo
        when 1  read GC99BHSC-FILE at end move 'Y' to wGenEof
                not at end move GC99BHSC-REC to GC99HISC-REC end-read
        when 2  read GC99BHRC-FILE at end move 'Y' to wGenEof
                not at end move GC99BHRC-REC to GC99HARC-REC end-read
        when 3  read GC99BPLY-FILE at end move 'Y' to wGenEof
                not at end move GC99BPLY-REC to GC99PLYR-REC end-read
        when 4  read GC99BRCS-FILE at end move 'Y' to wGenEof
                not at end move GC99BRCS-REC to GC99RECS-REC end-read
        when 5  read GC99BMOV-FILE at end move 'Y' to wGenEof
                not at end move GC99BMOV-REC to GC99MOV-REC  end-read
        when 6  read GC99BAUD-FILE at end move 'Y' to wGenEof
                not at end move GC99BAUD-REC to GC99AUD-REC  end-read
        when 7  read GC99BCRS-FILE at end move 'Y' to wGenEof
                not at end move GC99BCRS-REC to GC99CRSE-REC end-read
        when 8  read GC99BLVL-FILE at end move 'Y' to wGenEof
                not at end move GC99BLVL-REC to GC99LVL-REC  end-read
        when 9  read GC99BSEA-FILE at end move 'Y' to wGenEof
                not at end move GC99BSEA-REC to GC99SEAS-REC end-read
        when 10 read GC99BLST-FILE at end move 'Y' to wGenEof
                not at end move GC99BLST-REC to GC99LSTD-REC end-read
        when 11 read GC99BSSP-FILE at end move 'Y' to wGenEof
                not at end move GC99BSSP-REC to GC99SUSP-REC end-read
        when 12 read GC99BACH-FILE at end move 'Y' to wGenEof
                not at end move GC99BACH-REC to GC99ACHV-REC end-read
        when 13 read GC99BPRM-FILE at end move 'Y' to wGenEof
                not at end move GC99BPRM-REC to GC99PARM-REC end-read
        when 14 read GC99BPLG-FILE at end move 'Y' to wGenEof
                not at end move GC99BPLG-REC to GC99PLOG-REC end-read
    end-evaluate.
ReadGenRecord-Ex. exit.

WriteGenRecord.
    evaluate wFileNo
        when 1  move GC99HISC-REC to GC99BHSC-REC  write GC99BHSC-REC
        when 2  move GC99HARC-REC to GC99BHRC-REC  write GC99BHRC-REC
        when 3  move GC99PLYR-REC to GC99BPLY-REC  write GC99BPLY-REC
        when 4  move GC99RECS-REC to GC99BRCS-REC  write GC99BRCS-REC
        when 5  move GC99MOV-REC  to GC99BMOV-REC  write GC99BMOV-REC
        when 6  move GC99AUD-REC  to GC99BAUD-REC  write GC99BAUD-REC
        when 7  move GC99CRSE-REC to GC99BCRS-REC  write GC99BCRS-REC
        when 8  move GC99LVL-REC  to GC99BLVL-REC  write GC99BLVL-REC
        when 9  move GC99SEAS-REC to GC99BSEA-REC  write GC99BSEA-REC
        when 10 move GC99LSTD-REC to GC99BLST-REC  write GC99BLST-REC
        when 11 move GC99SUSP-REC to GC99BSSP-REC  write GC99BSSP-REC
        when 12 move GC99ACHV-REC to GC99BACH-REC  write GC99BACH-REC
        when 13 move GC99PARM-REC to GC99BPRM-REC  write GC99BPRM-REC
        when 14 move GC99PLOG-REC to GC99BPLG-REC  write GC99BPLG-REC
    end-evaluate.
WriteGenRecord-Ex. exit.

AddHash.
    *> the hash column of the record in the live record area; a
    *> column that is not numeric adds nothing, the same both ways
    evaluate true
        when wFileNo = 1  and HISC-SCORE is numeric
            add HISC-SCORE      to wHashTotal
        when wFileNo = 2  and ARC-SCORE is numeric
            add ARC-SCORE       to wHashTotal
        when wFileNo = 3  and PLYR-DATE-REG is numeric
            add PLYR-DATE-REG   to wHashTotal
        when wFileNo = 4  and RECS-BEST-SCORE is numeric
            add RECS-BEST-SCORE to wHashTotal
        when wFileNo = 5  and MOV-SCORE is numeric
            add MOV-SCORE       to wHashTotal
        when wFileNo = 6  and AUD-SNAKELEN is numeric
            add AUD-SNAKELEN    to wHashTotal
        when wFileNo = 7  and CRSE-ROW is numeric and CRSE-COL is numeric
            compute wHashTotal = wHashTotal + CRSE-ROW * 100 + CRSE-COL
        when wFileNo = 8  and LVL-THRESHOLD is numeric
            add LVL-THRESHOLD   to wHashTotal
        when wFileNo = 9  and SEAS-START-DATE is numeric
            add SEAS-START-DATE to wHashTotal
        when wFileNo = 10 and LSTD-POINTS is numeric
            add LSTD-POINTS     to wHashTotal
        when wFileNo = 11 and SUSP-HISC-SCORE is numeric
            add SUSP-HISC-SCORE to wHashTotal
        when wFileNo = 12 and ACHV-GAME-SCORE is numeric
            add ACHV-GAME-SCORE to wHashTotal
        when wFileNo = 13 and PARM-KIND = 'N' and PARM-NUM is numeric
            add PARM-NUM        to wHashTotal
        when wFileNo = 14 and PLOG-DATE is numeric
            add PLOG-DATE       to wHashTotal
        when other
            continue
    end-evaluate.
AddHash-Ex. exit.

PrintFileLine.
    move spaces to PRINT-LINE
    string FL-NAME(wFileNo)   delimited by size
           "  " wRecCount     delimited by size
           "  " wHashTotal    delimited by size
           "  " wResult       delimited by size
           into PRINT-LINE
    write PRINT-LINE.
PrintFileLine-Ex. exit.

StampRunControl.
    *> read-modify-rewrite of the single-record run control, so the
    *> GC99MENU status panel shows this run; absent file = defaults
    initialize GC99RUNC-REC
    move 'N' to RUNC-BATCH-WINDOW
    open input GC99RUNC-FILE
    if wRuncStatus = "00"
        read GC99RUNC-FILE
            at end continue
        end-read
        close GC99RUNC-FILE
    end-if
    move function current-date(1:8) to RUNC-LAST-BKUP-DATE
    move function current-date(9:6) to RUNC-LAST-BKUP-TIME
    if BackupMode
        move 'B' to RUNC-LAST-BKUP-MODE
    else
        move 'R' to RUNC-LAST-BKUP-MODE
    end-if
    move wGenDate to RUNC-LAST-BKUP-GEN
    open output GC99RUNC-FILE
    if wRuncStatus = "00"
        write GC99RUNC-REC
        close GC99RUNC-FILE
    end-if.
StampRunControl-Ex. exit.

TerminateReport.
    close GC99PRINT-FILE
    display ' '
    if BackupMode
        display 'Generation G' wGenDate ' taken, ' wFilesCopied ' file(s) copied, '
                wFilesFailed ' failed - see GC99BKUP.LST'
    else
        display 'Restore of generation G' wGenDate ' - see GC99BKUP.LST'
    end-if.
TerminateReport-Ex. exit.

End program GC99BKUP.
