*> The signed-on id is stamped into every journal and suspense
*> record.  A site with no OPERATOR.DAT yet keeps the old behaviour,
*> the same adoption path the term calendar took.
*>
*> An operator carrying the I (inquiry only) authority on
*> OPERATOR.DAT is refused sign-on here with condition code 8: that
*> authority is for counter clerks who use StudInq and change
*> nothing.
*>
*> The journal shows who added a student but not that the id was
*> keyed by hand under OVERRIDE, so an Add that took a manual id now
*> also leaves a line on OVRDLOG.DAT (date, time, program, operator,
*> StudentId, reason) for the operator activity audit to list among
*> its override exceptions.


ENVIRONMENT DIVISION.
    SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OperatorFileStatus.
    SELECT OverrideLogFile ASSIGN TO "OVRDLOG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OverrideLogStatus.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
   02  FILLER          PIC X.
   02  OP-Authority    PIC X.

*> One line per change applied under supervisor override authority.
FD OverrideLogFile.
01 OverrideLogRecord.
   02  OL-LogDate      PIC 9(8).
   02  FILLER          PIC X.
   02  OL-LogTime      PIC 9(6).
   02  FILLER          PIC X.
   02  OL-Program      PIC X(8).
   02  FILLER          PIC X.
   02  OL-OperatorId   PIC X(4).
   02  FILLER          PIC X.
   02  OL-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  OL-Reason       PIC X(20).

WORKING-STORAGE SECTION.
01  TermCalFileStatus        PIC XX.
    88  TermCalFileOk        VALUE "00".
    88  IdIsFree             VALUE "Y".
01  SupervisorOverrideSwitch PIC X VALUE "N".
    88  SupervisorOverride   VALUE "Y".
01  ManualIdSwitch           PIC X VALUE "N".
    88  ManualIdEntered      VALUE "Y".
01  OverrideLogStatus        PIC XX.
    88  OverrideLogOk        VALUE "00".
01  OperatorFileStatus       PIC XX.
    88  OperatorFileOk       VALUE "00".
01  EndOfOperatorSwitch      PIC X.
01  SignedOnOperator         PIC X(4) VALUE SPACES.
01  OperatorAuthority        PIC X VALUE SPACE.
    88  SupervisorAuthority  VALUE "S".
    88  InquiryOnlyAuthority VALUE "I".
01  ResubmitModeSwitch       PIC X VALUE "N".
    88  ResubmitMode         VALUE "Y".
01  ForeignSuspenseCount     PIC 9(5) VALUE ZERO.
          " - sign-on refused."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF InquiryOnlyAuthority
       DISPLAY "Operator " OperatorEntry " has inquiry authority only"
          " - sign-on refused."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

ReadOneOperatorRecord.
             HeldHoldCode " - not added.  See the registrar."
          EXIT PARAGRAPH
       END-IF
       MOVE "N" TO ManualIdSwitch
       IF StudentId = ZERO
          PERFORM AssignNextStudentId
       ELSE
          MOVE "Y" TO ManualIdSwitch
       END-IF
       PERFORM CheckCourseCapacity
       IF CourseFull
          PERFORM RecordBatchRejection
          EXIT PARAGRAPH
       END-IF
       MOVE "N" TO ManualIdSwitch
       IF StudentId = ZERO
          PERFORM AssignNextStudentId
       ELSE
          MOVE "Y" TO ManualIdSwitch
       END-IF
       PERFORM CheckCourseCapacity
       IF CourseFull
    MOVE SPACES TO JournalBeforeImage
    MOVE SPACES TO JournalAfterImage.

*> Appends one line to OVRDLOG.DAT for an Add that kept a StudentId
*> keyed by hand under the supervisor OVERRIDE.
WriteOverrideLog.
    OPEN EXTEND OverrideLogFile
    IF NOT OverrideLogOk
       OPEN OUTPUT OverrideLogFile
       CLOSE OverrideLogFile
       OPEN EXTEND OverrideLogFile
    END-IF
    MOVE SPACES TO OverrideLogRecord
    MOVE FUNCTION CURRENT-DATE(1:8) TO OL-LogDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO OL-LogTime
    MOVE "SEQWRITE" TO OL-Program
    MOVE SignedOnOperator TO OL-OperatorId
    MOVE StudentId TO OL-StudentId
    MOVE "MANUAL STUDENTID" TO OL-Reason
    WRITE OverrideLogRecord
    CLOSE OverrideLogFile.

*> A Change that altered StudentName leaves the old spelling in
*> ALIAS.DAT so the front desk can still find the student under it.
*> Judged on the journal images, so it must run before the journal
*> Only this program's own records (and InputSort's blank-transcode
*> Adds, the documented case) go back through the batch paths.
*> SUSPENSE.DAT is shared - EnrollEntry's grade load suspends
*> grade-sheet images under ENROLLENT - and forcing a foreign
*> record through ApplyOneBatchTransaction would re-suspend it as a
*> SEQWRITE/TRAN reject, destroying its provenance and reason code.
*> Foreign records are written back to the fresh SUSPENSE.DAT
          MOVE SPACES TO JournalBeforeImage
          MOVE StudentDetails TO JournalAfterImage
          PERFORM WriteJournalRecord
          IF ManualIdEntered
             PERFORM WriteOverrideLog
          END-IF
       END-IF
    END-IF.

