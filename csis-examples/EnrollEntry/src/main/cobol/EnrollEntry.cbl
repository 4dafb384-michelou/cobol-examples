*> rejects are appended to SUSPENSE.DAT under the reason codes GRAD
*> (grade not A-F/W), NENR (no enrollment on file) and BDID (bad
*> StudentId), ready for SuspRept and correction.
*> GradeSheet prints the term's grade sheets and writes a grade file
*> per section in this layout with the keys and instructor id filled
*> in, so the instructor only has to enter the grades.
*>
*> A Register is also checked against the financial hold file
*> HOLDS.DAT (maintained by HoldMaint, fed by AgeRept's PLACEHOLDS
*> run): a held student is refused on screen with the hold code and
*> date, so an over-90-day balance now actually blocks registration
*> instead of relying on the cashier's sticky note.
*>
*> A term whose TERMCAL.DAT end date has passed is closed to casual
*> re-keying.  Grading an enrollment that already carries a final
*> result (status C or W) in a closed term is a grade CHANGE, and a
*> change needs registrar authority on OPERATOR.DAT (authority R, or
*> a supervisor's S), the number of the signed grade-change form and
*> a reason.  Every change taken is appended to GRADECHG.DAT with the
*> old and new grade and status, the form number, the reason and the
*> operator, and StandCheck reads that log to list the students
*> whose posted STANDING.DAT code the new grades would move.  First
*> grades for enrollments still at status E are the normal term-end
*> submission and are not affected.  The batch grade load takes the
*> form number in cols 24-31 and the reason in cols 32-61 of the
*> grade line; a closed-term change without them, or loaded by an
*> operator without registrar authority, is rejected under reason
*> code CLSD.
*>
*> An operator carrying the I (inquiry only) authority on
*> OPERATOR.DAT is refused sign-on here: that authority is for
*> counter clerks who use StudInq and change nothing.
*>
*> ENRJRNL.DAT used to see only overrides and withdrawals, so nothing
*> downstream could tell which enrollments had changed.  Every change
*> this program makes to ENROLLMENT.DAT is now journalled there too,
*> one line per enrollment touched, keyed like the record: R a
*> registration, T a transfer credit, G a final grade (interactive or
*> loaded) and M a mid-term grade.  ChgExtract reads them for the
*> incremental extract and OperAudit lists them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT TermCalFile ASSIGN TO "TERMCAL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermCalFileStatus.
    SELECT GradeChangeFile ASSIGN TO "GRADECHG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GradeChangeFileStatus.

DATA DIVISION.
FILE SECTION.
   02  SN-EndTime      PIC 9(4).
   02  FILLER          PIC X.
   02  SN-MaxHeadcount PIC 9(4).
   02  FILLER          PIC X.
   02  SN-Building     PIC X(4).
   02  FILLER          PIC X.
   02  SN-RoomNbr      PIC X(5).

*> One grade per line from the instructor's sheet.
FD GradeLoadFile.
   02  GL-TermCode     PIC X(6).
   02  GL-Grade        PIC X.
   02  GL-InstructorId PIC X(5).
   02  GL-FormNumber   PIC X(8).
   02  GL-ChangeReason PIC X(30).

FD GradeReportFile.
01 GradeReportLine      PIC X(80).
   02  FILLER          PIC X.
   02  PQ-MinGrade     PIC X.

*> One line per prerequisite override taken (type O: when, who keyed
*> what, and the rule that was waived) and per enrollment change made
*> (types R, T, G and M; the prerequisite fields are left blank).
FD EnrollJournalFile.
01 EnrollJournalRecord.
   02  EJ-RunDate      PIC 9(8).
   02  FILLER          PIC X.
   02  EJ-OperatorId   PIC X(4).

*> One line per grade changed in a closed term: when, what it was,
*> what it became, on whose form and on whose authority.
FD GradeChangeFile.
01 GradeChangeRecord.
   02  GC-ChangeDate   PIC 9(8).
   02  FILLER          PIC X.
   02  GC-ChangeTime   PIC 9(6).
   02  FILLER          PIC X.
   02  GC-StudentId    PIC 9(7).
   02  FILLER          PIC X.
   02  GC-CourseCode   PIC X(4).
   02  FILLER          PIC X.
   02  GC-TermCode     PIC X(6).
   02  FILLER          PIC X.
   02  GC-OldGrade     PIC X.
   02  GC-OldStatus    PIC X.
   02  FILLER          PIC X.
   02  GC-NewGrade     PIC X.
   02  GC-NewStatus    PIC X.
   02  FILLER          PIC X.
   02  GC-FormNumber   PIC X(8).
   02  FILLER          PIC X.
   02  GC-OperatorId   PIC X(4).
   02  FILLER          PIC X.
   02  GC-Reason       PIC X(30).

FD OperatorFile.
01 OperatorRecord.
   02  OP-OperatorId   PIC X(4).
01  SignedOnOperator         PIC X(4) VALUE SPACES.
01  OperatorAuthority        PIC X VALUE SPACE.
    88  SupervisorAuthority  VALUE "S".
    88  RegistrarAuthority   VALUE "R" "S".
    88  InquiryOnlyAuthority VALUE "I".
01  GradeChangeFileStatus    PIC XX.
    88  GradeChangeFileOk    VALUE "00".
01  TermClosedSwitch         PIC X.
    88  TermClosed           VALUE "Y".
01  GradeChangeSwitch        PIC X.
    88  ClosedTermChange     VALUE "Y".
01  RunDate                  PIC 9(8).
01  OldGrade                 PIC X.
01  OldCompletionStatus      PIC X.
01  EntryFormNumber          PIC X(8).
01  EntryChangeReason        PIC X(30).
01  TermCalFileStatus        PIC XX.
    88  TermCalFileOk        VALUE "00".
01  EndOfTermCalSwitch       PIC X.
    88  PrereqFileOk         VALUE "00".
01  EnrollJournalStatus      PIC XX.
    88  EnrollJournalOk      VALUE "00".
01  EnrollJournalType        PIC X.
01  EndOfPrereqFileSwitch    PIC X.
    88  EndOfPrereqFile      VALUE "Y".
01  PrereqCount              PIC 9(3) VALUE ZERO.
       DISPLAY "Operator " OperatorEntry " is not on OPERATOR.DAT"
          " - sign-on refused."
       STOP RUN
    END-IF
    IF InquiryOnlyAuthority
       DISPLAY "Operator " OperatorEntry " has inquiry authority only"
          " - sign-on refused."
       STOP RUN
    END-IF.

ReadOneOperatorRecord.
          MOVE "NENR" TO GradeSuspenseReason
          PERFORM RecordGradeRejection
       NOT INVALID KEY
          PERFORM ApplyLoadedGrade
    END-READ.

*> A closed-term change from a grade sheet must carry its form
*> number and reason, and the operator running the load must hold
*> registrar authority - the same bar the G transaction sets.
ApplyLoadedGrade.
    PERFORM CheckClosedTermChange
    IF ClosedTermChange
       IF NOT RegistrarAuthority
          OR GL-FormNumber = SPACES OR GL-ChangeReason = SPACES
          MOVE "CLOSED TERM - FORM/AUTHORITY" TO GRD-Reason
          MOVE "CLSD" TO GradeSuspenseReason
          PERFORM RecordGradeRejection
          EXIT PARAGRAPH
       END-IF
       MOVE GL-FormNumber TO EntryFormNumber
       MOVE GL-ChangeReason TO EntryChangeReason
    END-IF
    IF WithdrawnGrade
       MOVE SPACE TO EN-Grade
       MOVE "W" TO EN-CompletionStatus
    ELSE
       MOVE EntryGrade TO EN-Grade
       MOVE "C" TO EN-CompletionStatus
    END-IF
    REWRITE EnrollmentRecord
    IF NOT EnrollmentFileOk
       MOVE "REWRITE ERROR" TO GRD-Reason
       MOVE "IOER" TO GradeSuspenseReason
       PERFORM RecordGradeRejection
    ELSE
       ADD 1 TO GradeAppliedCount
       MOVE "APPLIED" TO GRD-Disposition
       MOVE "G" TO EnrollJournalType
       PERFORM JournalEnrollmentChange
       IF ClosedTermChange
          MOVE "CLOSED-TERM CHANGE LOGGED" TO GRD-Reason
          PERFORM LogGradeChange
       END-IF
       WRITE GradeReportLine FROM GradeReportDetail
    END-IF.

RecordGradeRejection.
    ADD 1 TO GradeRejectedCount
    MOVE "REJECTED" TO GRD-Disposition
    MOVE GradeSuspenseReason TO SUS-ReasonCode
    MOVE "G" TO SUS-TransCode
    MOVE SPACES TO SUS-RecordImage
    MOVE GradeLoadRecord TO SUS-RecordImage (1:61)
    MOVE CurrentRunNumber TO SUS-RunNumber
    MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-SuspendDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO SUS-SuspendTime
    CLOSE EnrollJournalFile
    DISPLAY "Override journalled to ENRJRNL.DAT.".

*> Appends one line to ENRJRNL.DAT for the enrollment just written or
*> rewritten; the caller sets EnrollJournalType.
JournalEnrollmentChange.
    OPEN EXTEND EnrollJournalFile
    IF NOT EnrollJournalOk
       OPEN OUTPUT EnrollJournalFile
       CLOSE EnrollJournalFile
       OPEN EXTEND EnrollJournalFile
    END-IF
    MOVE SPACES TO EnrollJournalRecord
    MOVE FUNCTION CURRENT-DATE(1:8) TO EJ-RunDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO EJ-RunTime
    MOVE EnrollJournalType TO EJ-TransType
    MOVE EN-StudentId TO EJ-StudentId
    MOVE EN-CourseCode TO EJ-CourseCode
    MOVE EN-TermCode TO EJ-TermCode
    MOVE SignedOnOperator TO EJ-OperatorId
    WRITE EnrollJournalRecord
    CLOSE EnrollJournalFile.

CheckStudentHold.
    MOVE "N" TO StudentHeldSwitch
    PERFORM VARYING HoldIndex FROM 1 BY 1
                      DISPLAY "Student " EntryStudentId
                         " registered for " EntryCourseCode
                         " term " EntryTermCode "."
                      MOVE "R" TO EnrollJournalType
                      PERFORM JournalEnrollmentChange
                   END-IF
                END-IF
             END-IF
          DISPLAY "Transfer credit recorded for student "
             EntryStudentId " as " EntryCourseCode
             " from " EntryInstitution "."
          MOVE "T" TO EnrollJournalType
          PERFORM JournalEnrollmentChange
       END-IF
    END-IF.

    ELSE
       DISPLAY "Mid-term grade " EntryGrade " recorded for student "
          EN-StudentId " course " EN-CourseCode "."
       MOVE "M" TO EnrollJournalType
       PERFORM JournalEnrollmentChange
    END-IF.

GradeEnrollment.
          INVALID KEY
             DISPLAY "No enrollment on file for that student/course/term."
          NOT INVALID KEY
             PERFORM GradeOneEnrollment
       END-READ
    END-IF.

GradeOneEnrollment.
    PERFORM CheckClosedTermChange
    IF ClosedTermChange
       PERFORM GetGradeChangeAuthority
       IF NOT ClosedTermChange
          EXIT PARAGRAPH
       END-IF
    END-IF
    DISPLAY "Enter grade - A, B, C, D, F, or W to withdraw"
    MOVE SPACE TO EntryGrade
    ACCEPT EntryGrade
    INSPECT EntryGrade
       CONVERTING "abcdfw" TO "ABCDFW"
    EVALUATE TRUE
       WHEN ValidFinalGrade
          MOVE EntryGrade TO EN-Grade
          MOVE "C" TO EN-CompletionStatus
          PERFORM RewriteEnrollment
       WHEN WithdrawnGrade
          MOVE SPACE TO EN-Grade
          MOVE "W" TO EN-CompletionStatus
          PERFORM RewriteEnrollment
       WHEN OTHER
          DISPLAY "Grade must be A, B, C, D, F or W -"
             " grading cancelled."
          EXIT PARAGRAPH
    END-EVALUATE
    IF ClosedTermChange AND EnrollmentFileOk
       PERFORM LogGradeChange
       DISPLAY "Grade change logged to GRADECHG.DAT under form "
          EntryFormNumber "."
    END-IF.

*> Sets ClosedTermChange when the enrollment just read already has
*> a final result and its term ended before today on TERMCAL.DAT; a
*> term not on the calendar is never treated as closed.  The old
*> grade and status are kept for the change log.
CheckClosedTermChange.
    MOVE "N" TO GradeChangeSwitch
    MOVE "N" TO TermClosedSwitch
    MOVE EN-Grade TO OldGrade
    MOVE EN-CompletionStatus TO OldCompletionStatus
    MOVE SPACES TO EntryFormNumber EntryChangeReason
    IF EN-CompletionStatus NOT = "C" AND EN-CompletionStatus NOT = "W"
       EXIT PARAGRAPH
    END-IF
    IF EN-TransferFlag = "T"
       EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
    PERFORM VARYING TermCalIndex FROM 1 BY 1
       UNTIL TermCalIndex > TermCalCount OR TermClosed
       IF TCT-TermCode (TermCalIndex) = EN-TermCode
          AND TCT-EndDate (TermCalIndex) < RunDate
          SET TermClosed TO TRUE
       END-IF
    END-PERFORM
    IF TermClosed
       SET ClosedTermChange TO TRUE
    END-IF.

*> The registrar's side of a closed-term change at the prompt: the
*> authority check, then the form number and the reason, neither of
*> which may be left blank.  Any refusal clears ClosedTermChange so
*> the caller abandons the transaction.
GetGradeChangeAuthority.
    DISPLAY "Term " EN-TermCode " is closed - current grade "
       EN-Grade " status " EN-CompletionStatus "."
    IF NOT RegistrarAuthority
       DISPLAY "Grade changes in a closed term need registrar"
          " authority - grading cancelled."
       MOVE "N" TO GradeChangeSwitch
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter grade-change form number"
    ACCEPT EntryFormNumber
    IF EntryFormNumber = SPACES
       DISPLAY "Form number is required - grading cancelled."
       MOVE "N" TO GradeChangeSwitch
       EXIT PARAGRAPH
    END-IF
    DISPLAY "Enter reason for the change (30 characters)"
    ACCEPT EntryChangeReason
    IF EntryChangeReason = SPACES
       DISPLAY "Reason is required - grading cancelled."
       MOVE "N" TO GradeChangeSwitch
    END-IF.

LogGradeChange.
    OPEN EXTEND GradeChangeFile
    IF NOT GradeChangeFileOk
       OPEN OUTPUT GradeChangeFile
       CLOSE GradeChangeFile
       OPEN EXTEND GradeChangeFile
    END-IF
    MOVE SPACES TO GradeChangeRecord
    MOVE FUNCTION CURRENT-DATE(1:8) TO GC-ChangeDate
    MOVE FUNCTION CURRENT-DATE(9:6) TO GC-ChangeTime
    MOVE EN-StudentId TO GC-StudentId
    MOVE EN-CourseCode TO GC-CourseCode
    MOVE EN-TermCode TO GC-TermCode
    MOVE OldGrade TO GC-OldGrade
    MOVE OldCompletionStatus TO GC-OldStatus
    MOVE EN-Grade TO GC-NewGrade
    MOVE EN-CompletionStatus TO GC-NewStatus
    MOVE EntryFormNumber TO GC-FormNumber
    MOVE SignedOnOperator TO GC-OperatorId
    MOVE EntryChangeReason TO GC-Reason
    WRITE GradeChangeRecord
    CLOSE GradeChangeFile.

RewriteEnrollment.
    REWRITE EnrollmentRecord
    IF NOT EnrollmentFileOk
    ELSE
       DISPLAY "Enrollment for student " EN-StudentId
          " course " EN-CourseCode " term " EN-TermCode " updated."
       MOVE "G" TO EnrollJournalType
       PERFORM JournalEnrollmentChange
    END-IF.
