*>                 sequential, so an old 16-byte-record file read
*>                 with the new layout misaligns from record 2 on;
*>                 this job rewrites it with the default speed.
*>               - GC99MOV.DAT, the move journal, went from record
*>                 sequential to indexed on MOV-KEY. An unconverted
*>                 journal will not open indexed; this job loads it
*>                 into the indexed file record for record.
*>               - course revisions: GC99HISC.DAT and GC99HARC.DAT
*>                 gained HISC-CRSE-REV, GC99MOV.DAT gained the course
*>                 and revision on every event, and GC99CRSE.DAT
*>                 gained the revision, status and save stamp. Every
*>                 course on an unconverted library becomes its own
*>                 current revision 1, and every score and journal
*>                 event on a library course is stamped revision 1.
*>             Each converted file is first copied to a .BAK so a
*>             bad run can always be backed out.
*> Author:     E.Di Lorenzo
*> Tectonics:  cobc -x GC99HCNV.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: confirmations, asked for at the console
*> License:    GNU Lesser General Public License
*> Version:    1.6 2026.10.15
*> Changelog:  1.0 first release.
*>             1.1 course-library release: also converts a scored but
*>             pre-course GC99HISC.DAT, the old history layouts are
*>             a column existed must be brought forward once.
*>             1.4 run-control locking: the job refuses to start while
*>             any game session is registered on GC99RUNC.DAT.
*>             1.5 indexed-journal release: a sequential GC99MOV.DAT
*>             is loaded into the new indexed journal, with the old
*>             file kept on GC99MCNV.BAK.
*>             1.6 course-revision release: the pre-revision history,
*>             archive and indexed journal layouts join the chains
*>             (revision 1 for a library course, 0 for the flat one;
*>             the journal takes its course off the history), and the
*>             course library can be converted (backup GC99CCNV.BAK).
*>
*> Run this ONCE when installing a release that grew the layouts,
*> before any game or report touches the files. The score history
*> and move journal parts detect an unconverted file on their own
*> (the indexed open tells it); the level file has no such marker, so the job asks -
*> answer Y only if GC99LVL.DAT was written before the speed column
*> existed, and the same for GC99CRSE.DAT and the revision columns.
*>****************************************************************
IDENTIFICATION DIVISION.
program-id. GC99HCNV.
input-output section.
file-control.
    *> the score history in its NEW layout (score column included)
    *> (dynamic: the journal conversion looks games up on it by key)
    select GC99HISC-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is dynamic
        record key is HISC-KEY
        alternate record key is HISC-INITIALS with duplicates
        file status is wHiscStatus.
        alternate record key is HISCQ-INITIALS with duplicates
        file status is wHiscqStatus.

    *> the same physical file with the game type but not yet the
    *> course revision column
    select GC99HISCR-FILE assign to "GC99HISC.DAT"
        organization is indexed
        access mode is sequential
        record key is HISCR-KEY
        alternate record key is HISCR-INITIALS with duplicates
        file status is wHiscrStatus.

    *> the move journal in its NEW, indexed organization
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is dynamic
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> the same physical file indexed but without the course columns
    select GC99MOVP-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is sequential
        record key is MOVP-KEY
        alternate record key is MOVP-INITIALS with duplicates
        file status is wMovpStatus.

    *> the same physical file as the OLD record-sequential journal
    select GC99MOVO-FILE assign to "GC99MOV.DAT"
        organization is sequential
        file status is wMovoStatus.

    *> sequential safety copy of the old journal records
    select GC99MBAK-FILE assign to "GC99MCNV.BAK"
        organization is sequential
        file status is wMbakStatus.

    *> sequential safety copy of the history, new layout, score 0
    select GC99HBAK-FILE assign to "GC99HCNV.BAK"
        organization is sequential
        organization is sequential
        file status is wHarcqStatus.

    select GC99HARCR-FILE assign to "GC99HARC.DAT"
        organization is sequential
        file status is wHarcrStatus.

    *> sequential safety copy of the archive, newest layout
    select GC99ABAK-FILE assign to "GC99ACNV.BAK"
        organization is sequential
        file status is wAbakStatus.

    *> the course library in its NEW layout (revision columns)
    select GC99CRSE-FILE assign to "GC99CRSE.DAT"
        organization is sequential
        file status is wCrseStatus.

    *> the same physical file in its OLD, pre-revision layout
    select GC99CRSO-FILE assign to "GC99CRSE.DAT"
        organization is sequential
        file status is wCrsoStatus.

    *> sequential safety copy of the old library records
    select GC99CBAK-FILE assign to "GC99CCNV.BAK"
        organization is sequential
        file status is wCbakStatus.

    *> run control - the conversion must not rewrite files under a
    *> running game
    select GC99RUNC-FILE assign to "GC99RUNC.DAT"
    05  HISCQ-SCORE           pic 9(06).
    05  HISCQ-COURSE          pic x(08).

FD  GC99HISCR-FILE.
*> the pre-revision history record, kept here only for the conversion
01  GC99HISCR-REC.
    05  HISCR-KEY.
        10  HISCR-DATE        pic 9(08).
        10  HISCR-TIME        pic 9(06).
        10  HISCR-INITIALS    pic x(03).
    05  HISCR-SNAKELEN        pic 9(04).
    05  HISCR-SIZEROW         pic 9(03).
    05  HISCR-SIZECOL         pic 9(03).
    05  HISCR-SCORE           pic 9(06).
    05  HISCR-COURSE          pic x(08).
    05  HISCR-GAMETYPE        pic x(01).

FD  GC99HBAK-FILE.
COPY 'GC99HISC.CPY' REPLACING ==GC99HISC-REC==    BY ==GC99HBAK-REC==
                              ==HISC-KEY==        BY ==HBAK-KEY==
                              ==HISC-SIZECOL==    BY ==HBAK-SIZECOL==
                              ==HISC-SCORE==      BY ==HBAK-SCORE==
                              ==HISC-COURSE==     BY ==HBAK-COURSE==
                              ==HISC-GAMETYPE==   BY ==HBAK-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==HBAK-CRSE-REV==.

FD  GC99MOV-FILE.
COPY 'GC99MOV.CPY'.

FD  GC99MOVP-FILE.
*> the indexed journal record before the course columns, kept here
*> only for the conversion
01  GC99MOVP-REC.
    05  MOVP-KEY.
        10  MOVP-DATE         pic 9(08).
        10  MOVP-TIME         pic 9(06).
        10  MOVP-INITIALS     pic x(03).
        10  MOVP-SEQ          pic 9(05).
    05  filler                pic x(36).

FD  GC99MOVO-FILE.
*> the sequential journal record, the same 58 bytes as the
*> pre-revision indexed one
01  GC99MOVO-REC          pic x(58).

FD  GC99MBAK-FILE.
01  GC99MBAK-REC          pic x(58).

FD  GC99LVL-FILE.
COPY 'GC99LVL.CPY'.
                              ==HISC-SIZECOL==    BY ==ARC-SIZECOL==
                              ==HISC-SCORE==      BY ==ARC-SCORE==
                              ==HISC-COURSE==     BY ==ARC-COURSE==
                              ==HISC-GAMETYPE==   BY ==ARC-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==ARC-CRSE-REV==.

FD  GC99HARCO-FILE.
*> the pre-score archive record, kept here only for the conversion
    05  ARCQ-SCORE        pic 9(06).
    05  ARCQ-COURSE       pic x(08).

FD  GC99HARCR-FILE.
*> the pre-revision archive record
01  GC99HARCR-REC.
    05  ARCR-DATE         pic 9(08).
    05  ARCR-TIME         pic 9(06).
    05  ARCR-INITIALS     pic x(03).
    05  ARCR-SNAKELEN     pic 9(04).
    05  ARCR-SIZEROW      pic 9(03).
    05  ARCR-SIZECOL      pic 9(03).
    05  ARCR-SCORE        pic 9(06).
    05  ARCR-COURSE       pic x(08).
    05  ARCR-GAMETYPE     pic x(01).

FD  GC99CRSE-FILE.
COPY 'GC99CRSE.CPY'.

FD  GC99CRSO-FILE.
*> the pre-revision course record, kept here only for the conversion
01  GC99CRSO-REC.
    05  CRSO-ID           pic x(08).
    05  CRSO-REC-TYPE     pic x(01).
    05  CRSO-NAME         pic x(30).
    05  CRSO-ROW          pic 9(02).
    05  CRSO-COL          pic 9(02).

FD  GC99CBAK-FILE.
01  GC99CBAK-REC          pic x(43).

FD  GC99RUNC-FILE.
COPY 'GC99RUNC.CPY'.

                              ==HISC-SIZECOL==    BY ==ABAK-SIZECOL==
                              ==HISC-SCORE==      BY ==ABAK-SCORE==
                              ==HISC-COURSE==     BY ==ABAK-COURSE==
                              ==HISC-GAMETYPE==   BY ==ABAK-GAMETYPE==
                              ==HISC-CRSE-REV==   BY ==ABAK-CRSE-REV==.

working-storage section.
01 wHiscStatus  pic x(2) value "00".
01 wHiscoStatus pic x(2) value "00".
01 wHiscpStatus pic x(2) value "00".
01 wHiscqStatus pic x(2) value "00".
01 wHiscrStatus pic x(2) value "00".
01 wHbakStatus  pic x(2) value "00".
01 wLvlStatus   pic x(2) value "00".
01 wLvloStatus  pic x(2) value "00".
01 wHarcoStatus pic x(2) value "00".
01 wHarcpStatus pic x(2) value "00".
01 wHarcqStatus pic x(2) value "00".
01 wHarcrStatus pic x(2) value "00".
01 wCrseStatus  pic x(2) value "00".
01 wCrsoStatus  pic x(2) value "00".
01 wCbakStatus  pic x(2) value "00".
01 wAbakStatus  pic x(2) value "00".
01 wRuncStatus  pic x(2) value "00".
01 wMovStatus   pic x(2) value "00".
01 wMovpStatus  pic x(2) value "00".
01 wMovoStatus  pic x(2) value "00".
01 wMbakStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.
01 wArcRead     pic 9(7) value 0.
01 wArcWritten  pic 9(7) value 0.
01 wArcChoice   pic x(1) value '0'.
01 wMovRead     pic 9(7) value 0.
01 wMovWritten  pic 9(7) value 0.
01 wCrsRead     pic 9(7) value 0.
01 wCrsWritten  pic 9(7) value 0.
01 wLvlRead     pic 9(2) value 0.
01 wLvlWritten  pic 9(2) value 0.

*> the journal conversion's history look-up: the game last looked up
*> and whether the history could be opened for it
01 wHiscOpen     pic x(1) value 'N'.
01 wLookupKey    pic x(17) value spaces.
01 wLookupCourse pic x(08) value spaces.
01 wLookupRev    pic 9(03) value 0.

*> old level records held in core while the file is rewritten
01 wMaxOldLevels constant as 50.
01 wOldLvlIdx    pic 9(2) value 0.

  perform CheckRunControl thru CheckRunControl-Ex
  perform ConvertHistory thru ConvertHistory-Ex
  perform ConvertJournal thru ConvertJournal-Ex
  perform ConvertArchive thru ConvertArchive-Ex
  perform ConvertLevels  thru ConvertLevels-Ex
  perform ConvertCourses thru ConvertCourses-Ex

  display '  '
  display 'Conversion finished.'
    *> layout is on file is told by which old-layout open succeeds -
    *> the newest old layout is always tried first
    move 'N' to wBackupDone
    perform BackupPreRevFile thru BackupPreRevFile-Ex
    if wBackupDone = 'N'
        perform BackupPreTypeFile thru BackupPreTypeFile-Ex
    end-if
    if wBackupDone = 'N'
        perform BackupPreCourseFile thru BackupPreCourseFile-Ex
    end-if
    if wBackupDone not = 'Y'
        if wBackupDone = 'N'
            display 'Score history ....: no known old layout opens, '
                    'statuses ' wHiscrStatus '/' wHiscqStatus '/'
                    wHiscpStatus '/' wHiscoStatus ' - NOT converted'
        end-if
        go to ConvertHistory-Ex
    end-if
            wHistWritten ' converted (backup on GC99HCNV.BAK)'.
ConvertHistory-Ex. exit.

BackupPreRevFile.
    *> the game-typed, pre-revision layout
    open input GC99HISCR-FILE
    if wHiscrStatus not = "00"
        go to BackupPreRevFile-Ex *> not this layout
    end-if
    open output GC99HBAK-FILE
    if wHbakStatus not = "00"
        display 'Score history ....: cannot write GC99HCNV.BAK, status '
                wHbakStatus ' - NOT converted'
        close GC99HISCR-FILE
        move 'E' to wBackupDone
        go to BackupPreRevFile-Ex
    end-if
    move 'N' to wEofSwitch
    perform BackupOnePreRevRec thru BackupOnePreRevRec-Ex
        until AtEndOfFile
    close GC99HISCR-FILE
    close GC99HBAK-FILE
    move 'Y' to wBackupDone.
BackupPreRevFile-Ex. exit.

BackupPreTypeFile.
    *> the scored-with-course, pre-gametype layout
    open input GC99HISCQ-FILE
    move 0              to HBAK-SCORE
    move spaces         to HBAK-COURSE
    move space          to HBAK-GAMETYPE
    move 0              to HBAK-CRSE-REV
    write GC99HBAK-REC.
BackupOneHistRec-Ex. exit.

    move HISCP-SCORE    to HBAK-SCORE
    move spaces         to HBAK-COURSE
    move space          to HBAK-GAMETYPE
    move 0              to HBAK-CRSE-REV
    write GC99HBAK-REC.
BackupOnePreCourseRec-Ex. exit.

    move HISCQ-SCORE    to HBAK-SCORE
    move HISCQ-COURSE   to HBAK-COURSE
    move space          to HBAK-GAMETYPE
    if HBAK-COURSE = spaces
        move 0          to HBAK-CRSE-REV
    else
        move 1          to HBAK-CRSE-REV
    end-if
    write GC99HBAK-REC.
BackupOnePreTypeRec-Ex. exit.

BackupOnePreRevRec.
    *> a library course had only ever been saved once as far as the
    *> revision count goes - everything before it is revision 1
    read GC99HISCR-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to BackupOnePreRevRec-Ex
    end-if
    add 1 to wHistRead
    move HISCR-DATE     to HBAK-DATE
    move HISCR-TIME     to HBAK-TIME
    move HISCR-INITIALS to HBAK-INITIALS
    move HISCR-SNAKELEN to HBAK-SNAKELEN
    move HISCR-SIZEROW  to HBAK-SIZEROW
    move HISCR-SIZECOL  to HBAK-SIZECOL
    move HISCR-SCORE    to HBAK-SCORE
    move HISCR-COURSE   to HBAK-COURSE
    move HISCR-GAMETYPE to HBAK-GAMETYPE
    if HBAK-COURSE = spaces
        move 0          to HBAK-CRSE-REV
    else
        move 1          to HBAK-CRSE-REV
    end-if
    write GC99HBAK-REC.
BackupOnePreRevRec-Ex. exit.

ReloadOneHistRec.
    read GC99HBAK-FILE
        at end move 'Y' to wEofSwitch
    end-if.
ReloadOneHistRec-Ex. exit.

ConvertJournal.
    *> an indexed open tells converted from unconverted: status 00 is
    *> a journal already in the newest layout; anything else is no
    *> file at all or one of the two old journals, told apart by which
    *> old open succeeds - the indexed pre-revision journal is tried
    *> first, then the old record-sequential one
    open input GC99MOV-FILE
    if wMovStatus = "00"
        close GC99MOV-FILE
        display 'Move journal .....: already in the new layout, nothing to do'
        go to ConvertJournal-Ex
    end-if
    open input GC99MOVP-FILE
    if wMovpStatus not = "00"
        open input GC99MOVO-FILE
        if wMovoStatus = "35"
            display 'Move journal .....: no file on this station, nothing to do'
            go to ConvertJournal-Ex
        end-if
        if wMovoStatus not = "00"
            display 'Move journal .....: unexpected status ' wMovStatus '/'
                    wMovpStatus '/' wMovoStatus ' - NOT converted'
            go to ConvertJournal-Ex
        end-if
    end-if

    *> pass 1: every old record to the sequential backup as it stands
    open output GC99MBAK-FILE
    if wMbakStatus not = "00"
        display 'Move journal .....: cannot write GC99MCNV.BAK, status '
                wMbakStatus ' - NOT converted'
        if wMovpStatus = "00"
            close GC99MOVP-FILE
        else
            close GC99MOVO-FILE
        end-if
        go to ConvertJournal-Ex
    end-if
    move 'N' to wEofSwitch
    if wMovpStatus = "00"
        perform BackupOnePreRevJournalRec thru BackupOnePreRevJournalRec-Ex
            until AtEndOfFile
        close GC99MOVP-FILE
    else
        perform BackupOneJournalRec thru BackupOneJournalRec-Ex
            until AtEndOfFile
        close GC99MOVO-FILE
    end-if
    close GC99MBAK-FILE

    *> pass 2: recreate the journal indexed and load it back from the
    *> backup, which stays on disk as the fallback. The old file was
    *> appended in game-end order, not strictly key order, so the
    *> load is by random write
    open output GC99MOV-FILE
    if wMovStatus not = "00"
        display 'Move journal .....: cannot recreate file, status '
                wMovStatus ' - RESTORE FROM GC99MCNV.BAK'
        go to ConvertJournal-Ex
    end-if
    *> the course each game was played on comes off the history,
    *> which ConvertHistory has already brought to the newest layout;
    *> a game no longer on it (archived) keeps spaces and zero
    move 'N'    to wHiscOpen
    move spaces to wLookupKey
    open input GC99HISC-FILE
    if wHiscStatus = "00"
        move 'Y' to wHiscOpen
    end-if
    open input GC99MBAK-FILE
    move 'N' to wEofSwitch
    perform ReloadOneJournalRec thru ReloadOneJournalRec-Ex
        until AtEndOfFile
    close GC99MBAK-FILE
    close GC99MOV-FILE
    if wHiscOpen = 'Y'
        close GC99HISC-FILE
    end-if

    display 'Move journal .....: ' wMovRead ' records read, '
            wMovWritten ' converted (backup on GC99MCNV.BAK)'.
ConvertJournal-Ex. exit.

BackupOneJournalRec.
    read GC99MOVO-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to BackupOneJournalRec-Ex
    end-if
    add 1 to wMovRead
    move GC99MOVO-REC to GC99MBAK-REC
    write GC99MBAK-REC.
BackupOneJournalRec-Ex. exit.

BackupOnePreRevJournalRec.
    read GC99MOVP-FILE next record
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to BackupOnePreRevJournalRec-Ex
    end-if
    add 1 to wMovRead
    move GC99MOVP-REC to GC99MBAK-REC
    write GC99MBAK-REC.
BackupOnePreRevJournalRec-Ex. exit.

ReloadOneJournalRec.
    read GC99MBAK-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to ReloadOneJournalRec-Ex
    end-if
    move GC99MBAK-REC to GC99MOV-REC
    if MOV-KEY(1:17) not = wLookupKey
        perform LookupJournalGame thru LookupJournalGame-Ex
    end-if
    move wLookupCourse to MOV-COURSE
    move wLookupRev    to MOV-CRSE-REV
    write GC99MOV-REC
        invalid key
            display 'Move journal .....: duplicate key skipped for '
                    MOV-KEY
    end-write
    *> 02 is a successful write whose MOV-INITIALS already exists on
    *> the alternate index, as for the history
    if wMovStatus = "00" or wMovStatus = "02"
        add 1 to wMovWritten
    end-if.
ReloadOneJournalRec-Ex. exit.

LookupJournalGame.
    *> one history read per game, not per event - the events of a
    *> game follow one another on the backup
    move MOV-KEY(1:17) to wLookupKey
    move spaces        to wLookupCourse
    move 0             to wLookupRev
    if wHiscOpen not = 'Y'
        go to LookupJournalGame-Ex
    end-if
    move wLookupKey to HISC-KEY
    read GC99HISC-FILE key is HISC-KEY
        invalid key
            go to LookupJournalGame-Ex
    end-read
    move HISC-COURSE   to wLookupCourse
    move HISC-CRSE-REV to wLookupRev.
LookupJournalGame-Ex. exit.

ConvertArchive.
    *> the archive is plain sequential, so like the level file it
    *> carries no layout marker - the operator names the layout it
    *> layout (or none at all)
    display '  '
    display 'Convert GC99HARC.DAT from an older layout ?'
    display '  (0=no, 1=pre-score, 2=pre-course, 3=pre-gametype,'
    display '   4=pre-revision) ...................................: '
        with no advancing
    accept wArcChoice
    if wArcChoice = '0' or wArcChoice = space
        go to ConvertArchive-Ex
    end-if
    if wArcChoice not = '1' and wArcChoice not = '2'
        and wArcChoice not = '3' and wArcChoice not = '4'
        display '*** answer 0, 1, 2, 3 or 4 ***'
        move '0' to wArcChoice
        go to ConvertArchive
    end-if
            perform BackupOnePreTypeArc thru BackupOnePreTypeArc-Ex
                until AtEndOfFile
            close GC99HARCQ-FILE
        when '4'
            open input GC99HARCR-FILE
            if wHarcrStatus not = "00"
                display 'Archive ..........: open failed, status '
                        wHarcrStatus ' - NOT converted'
                close GC99ABAK-FILE
                go to ConvertArchive-Ex
            end-if
            perform BackupOnePreRevArc thru BackupOnePreRevArc-Ex
                until AtEndOfFile
            close GC99HARCR-FILE
    end-evaluate
    close GC99ABAK-FILE

    move 0             to ABAK-SCORE
    move spaces        to ABAK-COURSE
    move space         to ABAK-GAMETYPE
    move 0             to ABAK-CRSE-REV
    write GC99ABAK-REC.
BackupOnePreScoreArc-Ex. exit.

    move ARCP-SCORE    to ABAK-SCORE
    move spaces        to ABAK-COURSE
    move space         to ABAK-GAMETYPE
    move 0             to ABAK-CRSE-REV
    write GC99ABAK-REC.
BackupOnePreCourseArc-Ex. exit.

    move ARCQ-SCORE    to ABAK-SCORE
    move ARCQ-COURSE   to ABAK-COURSE
    move space         to ABAK-GAMETYPE
    if ABAK-COURSE = spaces
        move 0         to ABAK-CRSE-REV
    else
        move 1         to ABAK-CRSE-REV
    end-if
    write GC99ABAK-REC.
BackupOnePreTypeArc-Ex. exit.

BackupOnePreRevArc.
    read GC99HARCR-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to BackupOnePreRevArc-Ex
    end-if
    add 1 to wArcRead
    move ARCR-DATE     to ABAK-DATE
    move ARCR-TIME     to ABAK-TIME
    move ARCR-INITIALS to ABAK-INITIALS
    move ARCR-SNAKELEN to ABAK-SNAKELEN
    move ARCR-SIZEROW  to ABAK-SIZEROW
    move ARCR-SIZECOL  to ABAK-SIZECOL
    move ARCR-SCORE    to ABAK-SCORE
    move ARCR-COURSE   to ABAK-COURSE
    move ARCR-GAMETYPE to ABAK-GAMETYPE
    if ABAK-COURSE = spaces
        move 0         to ABAK-CRSE-REV
    else
        move 1         to ABAK-CRSE-REV
    end-if
    write GC99ABAK-REC.
BackupOnePreRevArc-Ex. exit.

ReloadOneArcRec.
    read GC99ABAK-FILE
        at end move 'Y' to wEofSwitch
    end-if.
ReloadOneLevel-Ex. exit.

ConvertCourses.
    *> the library is sequential, so like the level file the operator
    *> has to know: answer Y exactly once, at upgrade time, for a
    *> GC99CRSE.DAT written before course revisions existed
    display '  '
    display 'Convert GC99CRSE.DAT from the pre-revision layout (Y/N) ? : '
        with no advancing
    accept wAnswer
    if wAnswer not = 'Y' and wAnswer not = 'y'
        display 'Course library ...: left untouched'
        go to ConvertCourses-Ex
    end-if

    open input GC99CRSO-FILE
    if wCrsoStatus = "35"
        display 'Course library ...: no file on this station, nothing to do'
        go to ConvertCourses-Ex
    end-if
    if wCrsoStatus not = "00"
        display 'Course library ...: open failed, status ' wCrsoStatus
                ' - NOT converted'
        go to ConvertCourses-Ex
    end-if
    open output GC99CBAK-FILE
    if wCbakStatus not = "00"
        display 'Course library ...: cannot write GC99CCNV.BAK, status '
                wCbakStatus ' - NOT converted'
        close GC99CRSO-FILE
        go to ConvertCourses-Ex
    end-if

    *> pass 1: the old records to the backup as they stand
    move 'N' to wEofSwitch
    perform BackupOneCourseRec thru BackupOneCourseRec-Ex
        until AtEndOfFile
    close GC99CRSO-FILE
    close GC99CBAK-FILE

    *> pass 2: recreate the library from the backup, which stays on
    *> disk as the fallback - every course becomes its own revision 1
    open output GC99CRSE-FILE
    if wCrseStatus not = "00"
        display 'Course library ...: cannot recreate file, status '
                wCrseStatus ' - RESTORE FROM GC99CCNV.BAK'
        go to ConvertCourses-Ex
    end-if
    open input GC99CBAK-FILE
    move 'N' to wEofSwitch
    perform ReloadOneCourseRec thru ReloadOneCourseRec-Ex
        until AtEndOfFile
    close GC99CBAK-FILE
    close GC99CRSE-FILE

    display 'Course library ...: ' wCrsRead ' records read, '
            wCrsWritten ' converted (backup on GC99CCNV.BAK)'.
ConvertCourses-Ex. exit.

BackupOneCourseRec.
    read GC99CRSO-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to BackupOneCourseRec-Ex
    end-if
    add 1 to wCrsRead
    move GC99CRSO-REC to GC99CBAK-REC
    write GC99CBAK-REC.
BackupOneCourseRec-Ex. exit.

ReloadOneCourseRec.
    read GC99CBAK-FILE
        at end move 'Y' to wEofSwitch
    end-read
    if AtEndOfFile
        go to ReloadOneCourseRec-Ex
    end-if
    move GC99CBAK-REC to GC99CRSO-REC
    move CRSO-ID       to CRSE-ID
    move CRSO-REC-TYPE to CRSE-REC-TYPE
    move CRSO-NAME     to CRSE-NAME
    move CRSO-ROW      to CRSE-ROW
    move CRSO-COL      to CRSE-COL
    move 1             to CRSE-REV
    *> the save stamp of a course from before revisions is unknown
    move 0             to CRSE-SAVE-DATE
    move spaces        to CRSE-SAVE-INITIALS
    if CRSE-REC-TYPE = 'H'
        move 'C'       to CRSE-STATUS
    else
        move space     to CRSE-STATUS
    end-if
    write GC99CRSE-REC
    if wCrseStatus = "00"
        add 1 to wCrsWritten
    end-if.
ReloadOneCourseRec-Ex. exit.

End program GC99HCNV.
