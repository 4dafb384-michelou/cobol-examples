IDENTIFICATION DIVISION.
PROGRAM-ID.  MornRept.
AUTHOR.  Michael Coughlan.
*> The single morning health report - the places the operator
*> had to remember to look, gathered into one MORNING.RPT with a
*> one-line OK/ATTENTION verdict per area at the top:
*>
*>              abends that used to be invisible
*>    FILECHECK the exception count from FILECHK.RPT's ALL FILES
*>              summary line
*>    REFCHECK  the orphan count from REFCHK.RPT's ALL FILES line -
*>              references between the student and billing files
*>              that resolve to nothing - with the relationships
*>              carrying orphans listed in a detail section
*>    GROWTH    the warning count from GROWTH.RPT's ALL FILES line -
*>              files that jumped overnight, are over their size
*>              limit or are projected to reach it soon, or have
*>              gone missing - with GrowTrack's warnings repeated in
*>              a detail section
*>    BACKLOG   the suspense (SUSPENSE.DAT) and unapplied-cash
*>              (UNAPPLIED.DAT) record counts
*>    LOCKS     any STUDENTS.LOCK / SORTSTUD.LOCK / BILLING.LOCK
*>              the lock writers now carry (through Y2KTIME)
*>
*> The verdict block is written first, the detail sections after
*> it, so the answer to "is anything wrong" is the first seven
*> lines.

ENVIRONMENT DIVISION.
    SELECT FileCheckReport ASSIGN TO "FILECHK.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS FileCheckStatus.
    SELECT RefCheckReport ASSIGN TO "REFCHK.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RefCheckStatus.
    SELECT GrowthReport ASSIGN TO "GROWTH.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS GrowthReportStatus.
    SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SuspenseFileStatus.
   02  FCV-Exceptions  PIC X(6).
   02  FILLER          PIC X(52).

FD RefCheckReport.
01 RefCheckLine         PIC X(90).

*> RefCheck's relationship summary layout, re-described over the
*> line; the " checked," literal marks a summary line.
01 RefCheckSummaryView REDEFINES RefCheckLine.
   02  RCV-FileName    PIC X(12).
   02  FILLER          PIC X(1).
   02  RCV-Relation    PIC X(26).
   02  FILLER          PIC X(2).
   02  RCV-Checked     PIC X(7).
   02  RCV-CheckedWord PIC X(9).
   02  RCV-Orphans     PIC X(6).
   02  FILLER          PIC X(27).

FD GrowthReport.
01 GrowthReportLine     PIC X(90).

*> GrowTrack's ALL FILES line and its WARNING lines, re-described
*> over the report line.
01 GrowthSummaryView REDEFINES GrowthReportLine.
   02  GSV-Tag         PIC X(16).
   02  GSV-Warnings    PIC X(3).
   02  FILLER          PIC X(71).
01 GrowthWarningView REDEFINES GrowthReportLine.
   02  GWV-Marker      PIC X(8).
   02  GWV-Text        PIC X(82).

*> The shared suspense layout (program, reason, transaction code,
*> 63-byte image, run number, date/time stamp, operator id) - only
*> counted here, but declared in full so the view cannot silently
   02  SUS-OperatorId       PIC X(4).

FD UnappliedFile.
01 UnappliedRecord      PIC X(59).

FD LockFile.
01 LockRecord           PIC X(40).
    88  RunHistoryOk        VALUE "00".
01  FileCheckStatus         PIC XX.
    88  FileCheckOk         VALUE "00".
01  RefCheckStatus          PIC XX.
    88  RefCheckOk          VALUE "00".
01  GrowthReportStatus      PIC XX.
    88  GrowthReportOk      VALUE "00".
01  SuspenseFileStatus      PIC XX.
    88  SuspenseFileOk      VALUE "00".
01  UnappliedFileStatus     PIC XX.
    88  FileCheckFound      VALUE "Y".
01  FileCheckExceptions     PIC 9(6) VALUE ZERO.

01  RefCheckFoundSwitch     PIC X VALUE "N".
    88  RefCheckFound       VALUE "Y".
01  RefCheckOrphans         PIC 9(6) VALUE ZERO.
01  RelationOrphans         PIC 9(6).
01  OrphanRelationCount     PIC 9(2) VALUE ZERO.
01  OrphanRelationIndex     PIC 9(2).
01  OrphanRelations.
    02  OrphanRelation      OCCURS 20 TIMES.
        03  ORR-FileName    PIC X(12).
        03  ORR-Relation    PIC X(26).
        03  ORR-Orphans     PIC 9(6).

01  GrowthFoundSwitch       PIC X VALUE "N".
    88  GrowthFound         VALUE "Y".
01  GrowthWarningTotal      PIC 9(3) VALUE ZERO.
01  GrowthWarningCount      PIC 9(2) VALUE ZERO.
01  GrowthWarningIndex      PIC 9(2).
01  GrowthWarnings.
    02  GrowthWarning       PIC X(82) OCCURS 20 TIMES.

01  SuspenseBacklog         PIC 9(7) VALUE ZERO.
01  UnappliedBacklog        PIC 9(7) VALUE ZERO.

    02  FILLER              PIC X(30) VALUE " started but DID NOT COMPLETE.".
    02  FILLER              PIC X(36) VALUE SPACES.

01  OrphanRelationLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RRL-FileName        PIC X(12).
    02  RRL-Relation        PIC X(26).
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  RRL-Orphans         PIC ZZZZZ9.
    02  FILLER              PIC X(10) VALUE " orphan(s)".
    02  FILLER              PIC X(32) VALUE SPACES.

01  GrowthWarningLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  GWL-Text            PIC X(82).
    02  FILLER              PIC X(6)  VALUE SPACES.

01  LockDetailLine.
    02  FILLER              PIC X(2)  VALUE SPACES.
    02  LDL-Name            PIC X(20).
    PERFORM GatherStepOutcomes
    PERFORM GatherOpenRuns
    PERFORM GatherFileCheckResult
    PERFORM GatherRefCheckResult
    PERFORM GatherGrowthResult
    PERFORM CountSuspenseBacklog
    PERFORM CountUnappliedBacklog
    PERFORM GatherLeftoverLocks
       AT END SET EndOfFile TO TRUE
    END-READ.

*> Every relationship summary line on REFCHK.RPT; the ALL FILES
*> line carries the total, the others are kept when they found
*> orphans.
GatherRefCheckResult.
    OPEN INPUT RefCheckReport
    IF NOT RefCheckOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneRefCheckLine
    PERFORM UNTIL EndOfFile
       IF RCV-CheckedWord = " checked,"
          COMPUTE RelationOrphans = FUNCTION NUMVAL (RCV-Orphans)
          IF RCV-FileName = "ALL FILES   "
             SET RefCheckFound TO TRUE
             MOVE RelationOrphans TO RefCheckOrphans
          ELSE
             IF RelationOrphans > ZERO AND OrphanRelationCount < 20
                ADD 1 TO OrphanRelationCount
                MOVE RCV-FileName TO ORR-FileName (OrphanRelationCount)
                MOVE RCV-Relation TO ORR-Relation (OrphanRelationCount)
                MOVE RelationOrphans
                  TO ORR-Orphans (OrphanRelationCount)
             END-IF
          END-IF
       END-IF
       PERFORM ReadOneRefCheckLine
    END-PERFORM
    CLOSE RefCheckReport.

ReadOneRefCheckLine.
    READ RefCheckReport
       AT END SET EndOfFile TO TRUE
    END-READ.

*> GrowTrack's WARNING lines come first on its report and its
*> ALL FILES line last.
GatherGrowthResult.
    OPEN INPUT GrowthReport
    IF NOT GrowthReportOk
       EXIT PARAGRAPH
    END-IF
    MOVE "N" TO EndOfFileSwitch
    PERFORM ReadOneGrowthLine
    PERFORM UNTIL EndOfFile
       EVALUATE TRUE
          WHEN GWV-Marker = "WARNING "
             IF GrowthWarningCount < 20
                ADD 1 TO GrowthWarningCount
                MOVE GWV-Text TO GrowthWarning (GrowthWarningCount)
             END-IF
          WHEN GSV-Tag = "ALL FILES"
             SET GrowthFound TO TRUE
             COMPUTE GrowthWarningTotal = FUNCTION NUMVAL (GSV-Warnings)
       END-EVALUATE
       PERFORM ReadOneGrowthLine
    END-PERFORM
    CLOSE GrowthReport.

ReadOneGrowthLine.
    READ GrowthReport
       AT END SET EndOfFile TO TRUE
    END-READ.

CountSuspenseBacklog.
    OPEN INPUT SuspenseFile
    IF NOT SuspenseFileOk
             DELIMITED BY SIZE INTO VL-Note
    END-EVALUATE
    WRITE ReportLine FROM VerdictLine
    MOVE "REFCHECK" TO VL-Area
    EVALUATE TRUE
       WHEN NOT RefCheckFound
          MOVE "ATTENTION" TO VL-Verdict
          MOVE "no REFCHK.RPT summary found - did RefCheck run?"
            TO VL-Note
       WHEN RefCheckOrphans = ZERO
          MOVE "OK" TO VL-Verdict
          MOVE "every cross-file reference resolves" TO VL-Note
       WHEN OTHER
          MOVE "ATTENTION" TO VL-Verdict
          MOVE SPACES TO VL-Note
          STRING RefCheckOrphans " orphan reference(s) between files"
             DELIMITED BY SIZE INTO VL-Note
    END-EVALUATE
    WRITE ReportLine FROM VerdictLine
    MOVE "GROWTH" TO VL-Area
    EVALUATE TRUE
       WHEN NOT GrowthFound
          MOVE "ATTENTION" TO VL-Verdict
          MOVE "no GROWTH.RPT summary found - did GrowTrack run?"
            TO VL-Note
       WHEN GrowthWarningTotal = ZERO
          MOVE "OK" TO VL-Verdict
          MOVE "no abnormal growth, no file near its size limit"
            TO VL-Note
       WHEN OTHER
          MOVE "ATTENTION" TO VL-Verdict
          MOVE SPACES TO VL-Note
          STRING GrowthWarningTotal " file growth warning(s)"
             DELIMITED BY SIZE INTO VL-Note
    END-EVALUATE
    WRITE ReportLine FROM VerdictLine
    MOVE "BACKLOG" TO VL-Area
    IF SuspenseBacklog = ZERO AND UnappliedBacklog = ZERO
       MOVE "OK" TO VL-Verdict
       END-IF
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    MOVE "ORPHAN REFERENCES BY RELATIONSHIP" TO ReportLine
    WRITE ReportLine
    IF OrphanRelationCount = ZERO
       MOVE "  (none)" TO ReportLine
       WRITE ReportLine
    END-IF
    PERFORM VARYING OrphanRelationIndex FROM 1 BY 1
       UNTIL OrphanRelationIndex > OrphanRelationCount
       MOVE ORR-FileName (OrphanRelationIndex) TO RRL-FileName
       MOVE ORR-Relation (OrphanRelationIndex) TO RRL-Relation
       MOVE ORR-Orphans (OrphanRelationIndex) TO RRL-Orphans
       WRITE ReportLine FROM OrphanRelationLine
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    MOVE "FILE GROWTH WARNINGS" TO ReportLine
    WRITE ReportLine
    IF GrowthWarningCount = ZERO
       MOVE "  (none)" TO ReportLine
       WRITE ReportLine
    END-IF
    PERFORM VARYING GrowthWarningIndex FROM 1 BY 1
       UNTIL GrowthWarningIndex > GrowthWarningCount
       MOVE GrowthWarning (GrowthWarningIndex) TO GWL-Text
       WRITE ReportLine FROM GrowthWarningLine
    END-PERFORM
    WRITE ReportLine FROM BlankLine
    MOVE "LOCK FILES LEFT BEHIND" TO ReportLine
    WRITE ReportLine
    IF LockFindingCount = ZERO
