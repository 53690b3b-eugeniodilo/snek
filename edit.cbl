*>             obstacle on the snake's start cell, thresholds in
*>             ascending order, every level's box on the 25x80
*>             screen. Obstacles are saved as a named course into the
*>             GC99CRSE.DAT course library, every save as a new
*>             numbered revision with the old ones kept (the library
*>             is first copied to GC99CRSE.BAK, so a bad save can be
*>             backed out); the level file is written back in its existing
*>             record layout. Nothing is silently dropped or clamped
*>             the way the game has to at load time.
*> Author:     E.Di Lorenzo
*> CALLS;      GC01BOX.DLL (compile from GC01BOX.COB)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.2 2026.10.15
*> Changelog:  1.0 first release.
*>             1.1 obstacle layouts are now named courses saved into
*>             the GC99CRSE.DAT course library instead of the single
*>             flat GC99OBS.DAT; the course to edit is picked at
*>             startup, and a new course can start from the old flat
*>             file's layout so it is easy to take into the library.
*>             1.2 course revisions: a save no longer replaces the
*>             course in place but adds the next revision, stamped
*>             with the save date and the editor's initials, and the
*>             old revisions stay on the library so old scores and
*>             replays keep their board. An existing course lists its
*>             revisions, and one can be retired instead of edited.
*>
*> Running:  gc99edit
*> The editor first asks which library course to edit (or the id and
*> name of a new one). An existing course lists its revisions and
*> asks E (edit the current one) or R (retire one - done at the
*> console, the editor then ends); editing asks the editor's
*> initials and goes full screen.
*> Controls: cursor keys move, P toggles an obstacle cell,
*>           L cycles the level-footprint overlay, V edits the level
*>           table, S validates and saves course and levels, ESC
                              ==CRSE-REC-TYPE== BY ==CRSB-REC-TYPE==
                              ==CRSE-NAME==     BY ==CRSB-NAME==
                              ==CRSE-ROW==      BY ==CRSB-ROW==
                              ==CRSE-COL==      BY ==CRSB-COL==
                              ==CRSE-REV==      BY ==CRSB-REV==
                              ==CRSE-STATUS==   BY ==CRSB-STATUS==
                              ==CRSE-SAVE-DATE== BY ==CRSB-SAVE-DATE==
                              ==CRSE-SAVE-INITIALS== BY ==CRSB-SAVE-INITIALS==.

FD  GC99LVL-FILE.
COPY 'GC99LVL.CPY'.
01 wHaveLibrary  pic x(01) value 'N'.
01 wStartAnswer  pic x(01) value space.

*> the course's revisions, off its header records: the current one,
*> the highest number ever used, the one the grid is loaded from and
*> the one the next save becomes
01 wMaxRevs      constant as 200.
01 wRevCount     pic 9(03) value 0.
01 wRevIdx       pic 9(03) value 0.
01 wRevPos       pic 9(03) value 0.
01 REVISION-TABLE.
   05 REV-ENTRY occurs wMaxRevs.
      10 REV-TAB-NO       pic 9(03).
      10 REV-TAB-STATUS   pic x(01).
      10 REV-TAB-DATE     pic 9(08).
      10 REV-TAB-INITIALS pic x(03).
01 wCurRev       pic 9(03) value 0.
01 wMaxRev       pic 9(03) value 0.
01 wLoadRev      pic 9(03) value 0.
01 wNewRev       pic 9(03) value 0.
01 wRetireRev    pic 9(03) value 0.
01 wPromoteRev   pic 9(03) value 0.
01 wRevChoice    pic x(01) value space.
01 wRevStatusText pic x(08) value spaces.
01 wEditorInitials pic x(03) value spaces.
01 wSaveDate     pic 9(08) value 0.

*> what a library rewrite is for: a new revision appended, or one
*> retired; wLibOpen says the rewrite got as far as an open library
01 wRewriteMode  pic x(01) value 'S'.
   88 SavingRevision   value 'S'.
   88 RetiringRevision value 'R'.
01 wLibOpen      pic x(01) value 'N'.

01 black   constant as 0.
01 blue    constant as 1.
01 green   constant as 2.
PROCEDURE DIVISION.

  perform AcceptCourse    thru AcceptCourse-Ex
  if wDone = 'Y'
      *> a revision was retired at the console - nothing to edit
      stop run
  end-if
  perform InitialSettings thru InitialSettingsEx
  perform LoadLevels      thru LoadLevels-Ex
  perform LoadObstacles   thru LoadObstacles-Ex
      end-if
      display 'Start from the flat GC99OBS.DAT layout (Y/N) ? ....: ' with no advancing
      accept wStartAnswer
  else
      perform ListRevisions thru ListRevisions-Ex
      display 'E = edit (saved as revision ' wNewRev '), R = retire a revision : ' with no advancing
      accept wRevChoice
      evaluate true
          when wRevChoice = 'R' or wRevChoice = 'r'
              perform RetireRevision thru RetireRevision-Ex
              move 'Y' to wDone
              go to AcceptCourse-Ex
          when wRevChoice = 'E' or wRevChoice = 'e'
              continue
          when other
              display ' '
              display '*** answer E or R, try again ***'
              move spaces to wCourseId
              go to AcceptCourse
      end-evaluate
  end-if

  perform AcceptEditor thru AcceptEditor-Ex.
AcceptCourse-Ex. exit.

AcceptEditor.
  *> who is saving - stamped on the revision header with the date
  display 'Your initials (stamped on the saved revision) .....: ' with no advancing
  accept wEditorInitials
  if wEditorInitials = spaces
      display '*** the editor''s initials are required ***'
      go to AcceptEditor
  end-if.
AcceptEditor-Ex. exit.

ListCourses.
    move 0   to wCourseCount
    move 'N' to wCrseEof
        at end move 'Y' to wCrseEof
    end-read

    *> one line per course, its current revision
    if wCrseEof not = 'Y' and CRSE-REC-TYPE = 'H'
        and CRSE-STATUS = 'C'
        if wCourseCount = 0
            display ' '
            display 'Courses on the library:'
        end-if
        add 1 to wCourseCount
        display '   ' CRSE-ID '  ' CRSE-NAME '  rev ' CRSE-REV
    end-if.
ListOneCourse-Ex. exit.

FindCourse.
    *> every header of the course, one per revision, into the table;
    *> the grid is loaded from the current revision, or from the
    *> latest one when every revision has been retired
    move 'N'    to wCourseFound
    move spaces to wCourseName
    move 0      to wRevCount wCurRev wMaxRev
    move 'N'    to wCrseEof
    open input GC99CRSE-FILE
    if wCrseStatus = "00"
        perform FindOneCourse thru FindOneCourse-Ex
            until wCrseEof = 'Y'
        close GC99CRSE-FILE
    end-if
    if wCurRev > 0
        move wCurRev to wLoadRev
    else
        move wMaxRev to wLoadRev
    end-if
    compute wNewRev = wMaxRev + 1.
FindCourse-Ex. exit.

FindOneCourse.
        at end move 'Y' to wCrseEof
    end-read

    if wCrseEof = 'Y' or CRSE-REC-TYPE not = 'H'
        or CRSE-ID not = wCourseId
        go to FindOneCourse-Ex
    end-if

    move 'Y' to wCourseFound
    if wRevCount < wMaxRevs
        add 1 to wRevCount
        move CRSE-REV           to REV-TAB-NO(wRevCount)
        move CRSE-STATUS        to REV-TAB-STATUS(wRevCount)
        move CRSE-SAVE-DATE     to REV-TAB-DATE(wRevCount)
        move CRSE-SAVE-INITIALS to REV-TAB-INITIALS(wRevCount)
    end-if
    if CRSE-STATUS = 'C'
        move CRSE-REV  to wCurRev
        move CRSE-NAME to wCourseName
    end-if
    if CRSE-REV > wMaxRev
        move CRSE-REV  to wMaxRev
        if wCurRev = 0
            move CRSE-NAME to wCourseName
        end-if
    end-if.
FindOneCourse-Ex. exit.

ListRevisions.
    display ' '
    display 'Revisions of ' wCourseId ' ' wCourseName ':'
    display '   REV  SAVED     BY   STATUS'
    perform ListOneRevision thru ListOneRevision-Ex
        varying wRevIdx from 1 by 1 until wRevIdx > wRevCount.
ListRevisions-Ex. exit.

ListOneRevision.
    evaluate REV-TAB-STATUS(wRevIdx)
        when 'C'   move 'current' to wRevStatusText
        when 'O'   move 'older'   to wRevStatusText
        when 'R'   move 'retired' to wRevStatusText
        when other move '?'       to wRevStatusText
    end-evaluate
    display '   ' REV-TAB-NO(wRevIdx) '  ' REV-TAB-DATE(wRevIdx) '  '
            REV-TAB-INITIALS(wRevIdx) '  ' wRevStatusText.
ListOneRevision-Ex. exit.

RetireRevision.
    *> a retired revision leaves the game's picker for good but stays
    *> on the library, so the scores and replays made on it keep
    *> their board. Retiring the current revision hands "current" to
    *> the highest revision still live; retiring the last live one
    *> takes the whole course out of the picker
    display 'Revision to retire (blank = none) .................: ' with no advancing
    move 0 to wRetireRev
    accept wRetireRev
    if wRetireRev = 0
        display 'Nothing retired.'
        go to RetireRevision-Ex
    end-if

    move 0 to wRevPos wPromoteRev
    perform CheckOneRevision thru CheckOneRevision-Ex
        varying wRevIdx from 1 by 1 until wRevIdx > wRevCount
    if wRevPos = 0
        display '*** course ' wCourseId ' has no revision ' wRetireRev ' - nothing retired ***'
        go to RetireRevision-Ex
    end-if
    if REV-TAB-STATUS(wRevPos) = 'R'
        display '*** revision ' wRetireRev ' is already retired - nothing retired ***'
        go to RetireRevision-Ex
    end-if
    if REV-TAB-STATUS(wRevPos) not = 'C'
        move 0 to wPromoteRev
    end-if
    if REV-TAB-STATUS(wRevPos) = 'C' and wPromoteRev = 0
        display 'This is the only live revision - the course leaves the game''s picker.'
    end-if
    if wPromoteRev > 0
        display 'Revision ' wPromoteRev ' becomes the current revision.'
    end-if
    display 'Retire revision ' wRetireRev ' of course ' wCourseId ' (Y/N) ? ....: ' with no advancing
    accept wRevChoice
    if wRevChoice not = 'Y' and wRevChoice not = 'y'
        display 'Nothing retired.'
        go to RetireRevision-Ex
    end-if

    set RetiringRevision to true
    perform RewriteLibrary thru RewriteLibrary-Ex
    if wLibOpen not = 'Y'
        display wMessage
        go to RetireRevision-Ex
    end-if
    close GC99CRSE-FILE
    display 'Revision ' wRetireRev ' of course ' wCourseId ' retired (backup on GC99CRSE.BAK).'.
RetireRevision-Ex. exit.

CheckOneRevision.
    *> find the revision asked for, and the highest other live one
    *> that would take over as current
    if REV-TAB-NO(wRevIdx) = wRetireRev
        move wRevIdx to wRevPos
    else
        if REV-TAB-STATUS(wRevIdx) = 'O'
            and REV-TAB-NO(wRevIdx) > wPromoteRev
            move REV-TAB-NO(wRevIdx) to wPromoteRev
        end-if
    end-if.
CheckOneRevision-Ex. exit.

InitialSettings.
  *> sets in order to detect the PgUp, PgDn, PrtSc(screen print), Esc keys,
  set environment 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

    if wCrseEof not = 'Y'
        and CRSE-ID = wCourseId and CRSE-REC-TYPE = 'D'
        and CRSE-REV = wLoadRev
        if CRSE-ROW >= 1 and CRSE-ROW <= wMaxSizeRow
            and CRSE-COL >= 1 and CRSE-COL <= wMaxSizeCol
            move wObstacleChar to GridCell(CRSE-ROW, CRSE-COL)
    display wObsCount                        at 1754 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display 'Course .....: '                 at 1940 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wCourseId                        at 1954 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display 'rev'                            at 1963 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display wNewRev                          at 1967 :BCOL: wBox-bco :FCOL: wBox-fco highlight

    display 'P paint/erase      L overlay'   at 2040 :BCOL: wBox-bco :FCOL: wBox-fco highlight
    display 'V level table      S save'      at 2140 :BCOL: wBox-bco :FCOL: wBox-fco highlight
ValidateLayout-Ex. exit.

SaveFiles.
    *> the library is rewritten with every record kept - older
    *> revisions of this course included, its current one marked
    *> older - and the grid appended as the course's next revision
    set SavingRevision to true
    perform RewriteLibrary thru RewriteLibrary-Ex
    if wLibOpen not = 'Y'
        perform ShowMessage thru ShowMessage-Ex
        go to SaveFiles-Ex
    end-if

    *> the edited course itself: header first, then one detail
    *> record per obstacle cell
    move function current-date(1:8) to wSaveDate
    move wCourseId   to CRSE-ID
    move 'H'         to CRSE-REC-TYPE
    move wCourseName to CRSE-NAME
    move 0           to CRSE-ROW CRSE-COL
    move wNewRev     to CRSE-REV
    move 'C'         to CRSE-STATUS
    move wSaveDate   to CRSE-SAVE-DATE
    move wEditorInitials to CRSE-SAVE-INITIALS
    write GC99CRSE-REC
    perform varying wIndRow from 1 by 1 until wIndRow > wMaxSizeRow
        perform varying wIndCol from 1 by 1 until wIndCol > wMaxSizeCol
                move spaces    to CRSE-NAME
                move wIndRow   to CRSE-ROW
                move wIndCol   to CRSE-COL
                move wNewRev   to CRSE-REV
                move space     to CRSE-STATUS
                move 0         to CRSE-SAVE-DATE
                move spaces    to CRSE-SAVE-INITIALS
                write GC99CRSE-REC
            end-if
        end-perform
    end-perform
    close GC99CRSE-FILE

    *> the saved revision is now the current one; saving again in the
    *> same session adds yet another
    move wNewRev to wCurRev wMaxRev wLoadRev
    add 1 to wNewRev
    perform DrawSidePanel thru DrawSidePanel-Ex

    open output GC99LVL-FILE
    if wLvlStatus not = "00"
        move spaces to wMessage
    close GC99LVL-FILE

    move spaces to wMessage
    string '*** course ' wCourseId ' revision ' wCurRev
           ' saved to GC99CRSE.DAT, levels to GC99LVL.DAT ***'
           delimited by size into wMessage
    perform ShowMessage thru ShowMessage-Ex.
SaveFiles-Ex. exit.

RewriteLibrary.
    *> the library is first copied whole to GC99CRSE.BAK, then
    *> rewritten from the copy record for record - the same
    *> backup-then-recreate shape GC99HCNV uses, and the .BAK stays
    *> on disk as the fallback. Returns with the library open for
    *> output (wLibOpen 'Y') so a save can append its revision
    move 'N' to wLibOpen
    move 'N' to wHaveLibrary
    open input GC99CRSE-FILE
    if wCrseStatus = "00"
        move 'Y' to wHaveLibrary
        open output GC99CRSB-FILE
        if wCrsbStatus not = "00"
            close GC99CRSE-FILE
            move spaces to wMessage
            string "*** not saved - cannot write GC99CRSE.BAK, status "
                   wCrsbStatus " ***" delimited by size into wMessage
            go to RewriteLibrary-Ex
        end-if
        move 'N' to wCrseEof
        perform BackupOneCourseRec thru BackupOneCourseRec-Ex
            until wCrseEof = 'Y'
        close GC99CRSE-FILE
        close GC99CRSB-FILE
    end-if

    open output GC99CRSE-FILE
    if wCrseStatus not = "00"
        move spaces to wMessage
        string "*** unable to write course library, status " wCrseStatus
               " - RESTORE FROM GC99CRSE.BAK ***" delimited by size
               into wMessage
        go to RewriteLibrary-Ex
    end-if
    if wHaveLibrary = 'Y'
        open input GC99CRSB-FILE
        move 'N' to wCrsbEof
        perform PassOneCourseRec thru PassOneCourseRec-Ex
            until wCrsbEof = 'Y'
        close GC99CRSB-FILE
    end-if
    move 'Y' to wLibOpen.
RewriteLibrary-Ex. exit.

BackupOneCourseRec.
    read GC99CRSE-FILE
        at end move 'Y' to wCrseEof
BackupOneCourseRec-Ex. exit.

PassOneCourseRec.
    *> every record passes through - nothing is ever dropped; only
    *> the status on this course's revision headers changes: a save
    *> makes the current revision older, a retire marks its revision
    *> retired and hands "current" on where it has to
    read GC99CRSB-FILE
        at end move 'Y' to wCrsbEof
    end-read
    if wCrsbEof = 'Y'
        go to PassOneCourseRec-Ex
    end-if
    move GC99CRSB-REC to GC99CRSE-REC
    if CRSE-ID = wCourseId and CRSE-REC-TYPE = 'H'
        evaluate true
            when SavingRevision and CRSE-STATUS = 'C'
                move 'O' to CRSE-STATUS
            when RetiringRevision and CRSE-REV = wRetireRev
                move 'R' to CRSE-STATUS
            when RetiringRevision and CRSE-REV = wPromoteRev
                move 'C' to CRSE-STATUS
            when other
                continue
        end-evaluate
    end-if
    write GC99CRSE-REC.
PassOneCourseRec-Ex. exit.

ShowMessage.
