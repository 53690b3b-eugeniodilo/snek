*> Tectonics:  cobc -x GC99RCVR.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: player initials and confirmations, at the console
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release - no more great games lost to a
*>             kicked power cord.
*>             1.1 the provisional score carries the course revision
*>             the checkpoint was saved on.
*>
*> Run this after a crash, before the morning reconciliation.
*>****************************************************************
01 wChkScore    pic 9(06) value 0.
01 wChkFoods    pic 9(04) value 0.
01 wChkCourse   pic x(08) value spaces.
01 wChkCrseRev  pic 9(03) value 0.

*> the posting stamps - shared by the score record and the audit
*> entry so the reconciliation pairs them
        move spaces to wChkCourse
    else
        move CHK-COURSE to wChkCourse
    end-if
    *> zero = revision not recorded (a checkpoint from before
    *> revisions), or the classic layout
    if CHK-CRSE-REV is numeric
        move CHK-CRSE-REV to wChkCrseRev
    else
        move 0 to wChkCrseRev
    end-if.
ReadCheckpoint-Ex. exit.

    end-if
    if wChkCourse not = spaces
        display '  Course ..........................: ' wChkCourse
                ' rev ' wChkCrseRev
    else
        display '  Course ..........................: (classic layout)'
    end-if
    move wChkScore       to HISC-SCORE
    move wChkCourse      to HISC-COURSE
    move 'R'             to HISC-GAMETYPE
    move wChkCrseRev     to HISC-CRSE-REV
    write GC99HISC-REC
        invalid key
            display '*** unable to post the score, duplicate key ***'
