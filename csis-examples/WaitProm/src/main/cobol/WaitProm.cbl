*> and dropped - they got in some other way), and a notification
*> letter per promoted student, in the MailLabel letter style, goes
*> to WAITPROM.LTR for mailing day.
*>
*> Seats given up by the Withdraw transaction are queued on
*> SEATFREE.DAT (course, section, term, StudentId, date freed).  The
*> run lists the queued seats at the head of WAITPROM.RPT - the
*> withdrawn students are already off the Active headcount, so the
*> seats are taken up by the promotions below - and empties the queue
*> once the waitlist has been worked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT HoldFile ASSIGN TO "HOLDS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS HoldFileStatus.
    SELECT SeatFreeFile ASSIGN TO "SEATFREE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SeatFreeFileStatus.
    SELECT ReportFile ASSIGN TO "WAITPROM.RPT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LetterFile ASSIGN TO "WAITPROM.LTR"
   02  FILLER          PIC X.
   02  HD-DatePlaced   PIC 9(8).

FD SeatFreeFile.
01 SeatFreeRecord.
   02  SF-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  SF-SectionNbr   PIC 9(2).
   02  FILLER          PIC X.
   02  SF-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  SF-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  SF-FreedDate    PIC 9(8).

FD ReportFile.
01 ReportLine           PIC X(90).

    88  RunControlFileOk    VALUE "00".
01  JournalFileStatus       PIC XX.
    88  JournalFileOk       VALUE "00".
01  SeatFreeFileStatus      PIC XX.
    88  SeatFreeFileOk      VALUE "00".
01  SeatQueueReadSwitch     PIC X VALUE "N".
    88  SeatQueueRead       VALUE "Y".
01  FreedSeatCount          PIC 9(5) VALUE ZERO.

01  LockFileName            PIC X(20) VALUE "STUDENTS.LOCK".
01  LockAcquiredSwitch      PIC X VALUE "N".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  PDL-Note            PIC X(38).

01  FreedSeatLine.
    02  FILLER              PIC X(10) VALUE "SEAT FREED".
    02  FILLER              PIC X(1)  VALUE SPACE.
    02  FSL-CourseCode      PIC X(4).
    02  FILLER              PIC X(9)  VALUE " section ".
    02  FSL-SectionNbr      PIC 9(2).
    02  FILLER              PIC X(6)  VALUE " term ".
    02  FSL-TermCode        PIC X(6).
    02  FILLER              PIC X(15) VALUE " withdrawn by  ".
    02  FSL-StudentId       PIC 9(7).
    02  FILLER              PIC X(4)  VALUE " on ".
    02  FSL-FreedDate       PIC 9(8).
    02  FILLER              PIC X(18) VALUE SPACES.

01  PromSummaryLine.
    02  FILLER              PIC X(11) VALUE "Promoted:  ".
    02  PSL-PromotedCount   PIC ZZZZ9.
    OPEN OUTPUT WaitlistWorkFile
    OPEN OUTPUT ReportFile
    OPEN OUTPUT LetterFile
    PERFORM ReportFreedSeats
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneWaitlistRecord
    PERFORM UNTIL EndOfFile
    CLOSE WaitlistFile
    CLOSE StudentFile
    PERFORM RegenerateWaitlist
    PERFORM ClearFreedSeatQueue
    PERFORM ReleaseLock
    STOP RUN.

    READ WaitlistWorkFile
       AT END SET EndOfFile TO TRUE
    END-READ.

*> The seats the Withdraw transaction has given up since the last
*> run, listed ahead of the promotions they make room for.
ReportFreedSeats.
    OPEN INPUT SeatFreeFile
    IF NOT SeatFreeFileOk
       EXIT PARAGRAPH
    END-IF
    SET SeatQueueRead TO TRUE
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneSeatFreeRecord
    PERFORM UNTIL EndOfFile
       MOVE SF-CourseCode TO FSL-CourseCode
       MOVE SF-SectionNbr TO FSL-SectionNbr
       MOVE SF-TermCode TO FSL-TermCode
       MOVE SF-StudentId TO FSL-StudentId
       MOVE SF-FreedDate TO FSL-FreedDate
       WRITE ReportLine FROM FreedSeatLine
       ADD 1 TO FreedSeatCount
       PERFORM ReadOneSeatFreeRecord
    END-PERFORM
    CLOSE SeatFreeFile
    IF FreedSeatCount > ZERO
       WRITE ReportLine FROM BlankLine
       DISPLAY FreedSeatCount " seats freed by withdrawals since the"
          " last run."
    END-IF.

ReadOneSeatFreeRecord.
    READ SeatFreeFile
       AT END SET EndOfFile TO TRUE
    END-READ.

ClearFreedSeatQueue.
    IF SeatQueueRead
       OPEN OUTPUT SeatFreeFile
       CLOSE SeatFreeFile
    END-IF.
