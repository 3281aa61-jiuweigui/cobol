001920*                 optional follow-up date (zero = none); the
001930*                 NoteTickl morning report works the notes
001940*                 whose follow-up date has arrived.
001950* 2026-10-15 JWG  Callers now pass the TICKET.DAT helpdesk
001960*                 ticket the note is written under (zero =
001970*                 none); it is kept on the note.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004800 01  LK-Note-Operator        PIC X(10).
004810 01  LK-Note-Category        PIC X(01).
004820 01  LK-Note-Followup        PIC 9(08).
004830 01  LK-Note-Ticket          PIC 9(08).
004900
005000 PROCEDURE DIVISION USING LK-Note-UserId, LK-Note-Text,
005100     LK-Note-Operator, LK-Note-Category, LK-Note-Followup,
005110     LK-Note-Ticket.
005200
005300 0000-MAINLINE.
005400     CALL "EnvName" USING WS-P-USRNOTES-DAT
006200         OPEN I-O NotesFile
006300     END-IF
006400     PERFORM 2000-FIND-NEXT-SEQ THRU 2000-FIND-NEXT-SEQ-EXIT
006410     MOVE SPACES TO NoteRecord
006500     MOVE LK-Note-UserId TO NOTE-UserId
006600     MOVE WS-Next-Seq TO NOTE-Seq
006700     MOVE WS-Run-Date TO NOTE-Date
007080     ELSE
007090         MOVE ZERO TO NOTE-Followup-Date
007091     END-IF
007092     IF LK-Note-Ticket IS NUMERIC
007093         MOVE LK-Note-Ticket TO NOTE-Ticket-Id
007094     ELSE
007095         MOVE ZERO TO NOTE-Ticket-Id
007096     END-IF
007100     WRITE NoteRecord
007200     CLOSE NotesFile
007300     GOBACK.
