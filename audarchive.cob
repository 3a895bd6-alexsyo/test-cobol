       02 Cat-Reject-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Audit-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Journal-File PIC X(30).
       02 FILLER PIC X(1).
       02 Cat-Status PIC X(1).

FD ArchiveFile.
01 Archive-Rec PIC X(120).
01 Run-Id-Date PIC X(8) VALUE SPACES.
01 Run-Id-Time PIC X(8) VALUE SPACES.
01 Archive-Player PIC X(10) VALUE SPACES.
01 Archive-Run-Flags PIC X(8) VALUE SPACES.
01 Total-Lines-Archived PIC 9(7) VALUE 0.

*>   One header and one trailer bracket every archived run so a
*>   reader (or audreplay) can find a run by its ID and prove no
*>   lines were lost: the trailer count must equal the lines between
*>   the brackets. The header carries the run's mode flags from its
*>   RUN record (batch, lookup, roster, reprocess, arena, party) so a
*>   reader can tell campaign fights from arena bouts and party fights
*>   without the original audit file; a header archived before the flags were carried has
*>   them blank.
01 Archive-Header.
       02 FILLER PIC X(4) VALUE "HDR ".
       02 AH-Run-Id PIC X(14).
       02 FILLER PIC X(1) VALUE SPACE.
       02 AH-Player PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 AH-Run-Flags PIC X(8).

01 Archive-Trailer.
       02 FILLER PIC X(4) VALUE "TRL ".
       EVALUATE TRUE
           WHEN Audit-In(1:4) = "RUN "
               MOVE Audit-In(5:14) TO Archive-Run-Id
               MOVE Audit-In(38:8) TO Archive-Run-Flags
           WHEN Audit-In(1:4) = "END "
               CONTINUE
           WHEN OTHER
                   MOVE SPACES TO Archive-Rec
                   MOVE Archive-Run-Id TO AH-Run-Id
                   MOVE Archive-Player TO AH-Player
                   MOVE Archive-Run-Flags TO AH-Run-Flags
                   WRITE Archive-Rec FROM Archive-Header
               END-IF
               MOVE SPACES TO Archive-Rec
