*> Tectonics:  cobc -x GC99DIFF.COB (compile with GnuCOBOL 3.1 or greater)
*> Parameters: none
*> License:    GNU Lesser General Public License
*> Version:    1.1 2026.10.15
*> Changelog:  1.0 first release - the report that says which
*>             obstacle actually kills everyone on level 2.
*>             1.1 GC99MOV.DAT is now indexed; the sweep reads it in
*>             key order.
*>
*> Run this after layout changes, against a decent pile of games
*> (an overnight GC99SNAKE soak run makes one on demand).
file-control.
    *> move-by-move journal written by GC99SNAKE at game end
    select GC99MOV-FILE assign to "GC99MOV.DAT"
        organization is indexed
        access mode is sequential
        record key is MOV-KEY
        alternate record key is MOV-INITIALS with duplicates
        file status is wMovStatus.

    *> the printed analytics report

SweepJournal.
    *> one pass over the whole journal: each game's events are
    *> collected in core (the file reads in MOV-KEY order, so they
    *> come together and in MOV-SEQ order)
    *> and re-walked when the next game's first event shows up
    move 'N' to wMovEof
    move 'Y' to wFirstGame
