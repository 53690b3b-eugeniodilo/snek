*> Tectonics:  cobc -x GC99VRFY.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.4 2026.10.15
*> Changelog:  1.0 first release - the GC99HCNV-class layout accident
*>             gets caught before the reports lie, not after.
*>             1.1 GC99MOV.DAT is now indexed; the journal checks read
*>             it in key order, so a game's events always arrive
*>             together and a MOV-SEQ gap is a missing event, never
*>             an interleaved game.
*>             1.2 course library exceptions name the revision the
*>             off-board cell belongs to.
*>             1.3 the reserved demo initials are read from the shop
*>             parameter file GC99PARM.DAT.
*>             1.4 a move journal in an old layout, or one that will
*>             not open, is an exception - only a missing journal
*>             skips the journal checks.
*>
*> Run this nightly, ahead of GC99RPT / GC99ARCH / GC99XPRT.
*>****************************************************************

    *> move journal - sequence and final-score checks
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is sequential
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> level progression - ascending-threshold check
        organization is sequential
        file status is wCrseStatus.

    *> shop parameters - the values in force for this run
    select GC99PARM-FILE assign to "GC99PARM.DAT"
        organization is indexed
        access mode is random
        record key is PARM-CODE
        file status is wParmStatus.

    *> the printed exception report
    select GC99PRINT-FILE assign to "GC99VRFY.LST"
        organization is line sequential
FD  GC99CRSE-FILE.
COPY 'GC99CRSE.CPY'.

FD  GC99PARM-FILE.
COPY 'GC99PARM.CPY'.

FD  GC99PRINT-FILE.
01  PRINT-LINE pic x(80).

01 wObsStatus   pic x(2) value "00".
01 wCrseStatus  pic x(2) value "00".
01 wPrintStatus pic x(2) value "00".
01 wParmStatus  pic x(2) value "00".

01 wEofSwitch   pic x(1) value 'N'.
   88 AtEndOfFile value 'Y'.

01 wDemoInitials pic x(03) value 'DMO'.
01 wMaxSizeRow constant as 20.
01 wMaxSizeCol constant as 30.

01 wHaveMaster  pic x(1) value 'N'.
01 wHaveHistory pic x(1) value 'N'.

*> journal control break: the file reads in MOV-KEY order, so a
*> game's events are contiguous and MOV-SEQ counts 1-up
01 wCurGameKey.
   05 wCurGameDate pic 9(08).
   05 wCurGameTime pic 9(06).
*>****************************************************************
PROCEDURE DIVISION.

  perform LoadParameters   thru LoadParameters-Ex
  perform InitializeReport  thru InitializeReport-Ex
  perform VerifyInitials    thru VerifyInitials-Ex
  perform VerifyJournal     thru VerifyJournal-Ex
    write PRINT-LINE.
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

VerifyInitials.
    *> every score's initials must be on the player master; a shop
    *> with no master keeps the free-text behaviour and skips this
    move 0   to wExpectedSeq
    open input GC99MOV-FILE
    if wMovStatus not = "00"
        evaluate wMovStatus
            when "35"
            when "05"
                move "(no move journal on file - checks skipped)" to PRINT-LINE
            when "39"
                move "*** EXCEPTION: move journal is an old layout - run GC99HCNV ***" to PRINT-LINE
                add 1 to wExceptions
            when other
                move spaces to PRINT-LINE
                string "*** EXCEPTION: unable to open the move journal, status "
                       wMovStatus " ***" delimited by size into PRINT-LINE
                add 1 to wExceptions
        end-evaluate
        write PRINT-LINE
        go to VerifyJournal-Done
    end-if
             or CRSE-COL < 1 or CRSE-COL > wMaxSizeCol)
        add 1 to wCrseBad wExceptions
        move spaces to PRINT-LINE
        string "  course " CRSE-ID " rev " CRSE-REV
               " cell " CRSE-ROW "," CRSE-COL
               " is off the 20x30 board" delimited by size
               into PRINT-LINE
        write PRINT-LINE
