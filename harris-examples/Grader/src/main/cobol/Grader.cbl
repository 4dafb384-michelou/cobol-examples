*> TrainRept reports completion per trainee from the history.  Run
*> without an argument the grader behaves as before and records
*> nothing.
*>
*> The exercises themselves are no longer wired in.  Each one graded
*> is a line of the exercise catalog EXERCISES.DAT, kept with a text
*> editor, so the training lead can add an exercise (the Sort table
*> exercise, the SubProgram interest exercise) without anything
*> being changed or recompiled:
*>
*>    cols   1-10   exercise id, as recorded in TRAINHIST.DAT
*>    col   12      Y if the exercise is required for onboarding
*>    col   14      comparison method
*>                     E  exact - line for line against the
*>                        expected-output reference file
*>                     N  numeric tolerance - line for line, but a
*>                        number may differ from the reference by up
*>                        to the tolerance in cols 139-146
*>                     S  statistical range - the last line of the
*>                        captured output is count,hits1,hits2 and
*>                        each hits/count rate must fall in its band:
*>                        cols 139-146 to 148-155 for the first,
*>                        157-164 to 166-173 for the second
*>    cols  16-75   command that runs the exercise and captures it
*>    cols  77-106  captured-output file name
*>    cols 108-137  expected-output reference file (E and N)
*>    cols 139-173  tolerance / bands, as decimals (e.g. 0.6000)
*>
*> Lines starting * are comments.  Exercises are graded in catalog
*> order.  With no catalog the three original exercises are graded
*> exactly as they always were.

environment division.
input-output section.
    select ExpectedFile assign to dynamic ExpectedFileName
        organization is line sequential
        file status is ExpectedFileStatus.
    select CatalogFile assign to "EXERCISES.DAT"
        organization is line sequential
        file status is CatalogFileStatus.
    select ReportFile assign to "GRADECARD.RPT"
        organization is line sequential.
    select StudentFile assign to "STUDENTS.DAT"
01 ActualRecord    pic x(132).
fd ExpectedFile.
01 ExpectedRecord  pic x(132).
fd CatalogFile.
01 CatalogRecord.
    02 CR-Exercise     pic x(10).
    02 filler          pic x.
    02 CR-Required     pic x.
    02 filler          pic x.
    02 CR-Method       pic x.
    02 filler          pic x.
    02 CR-Command      pic x(60).
    02 filler          pic x.
    02 CR-ActualFile   pic x(30).
    02 filler          pic x.
    02 CR-ExpectedFile pic x(30).
    02 filler          pic x.
    02 CR-Limit1       pic x(8).
    02 filler          pic x.
    02 CR-Limit2       pic x(8).
    02 filler          pic x.
    02 CR-Limit3       pic x(8).
    02 filler          pic x.
    02 CR-Limit4       pic x(8).
fd ReportFile.
01 ReportLine      pic x(80).
fd StudentFile.
    88 ActualFileOk   value "00".
01 ExpectedFileStatus pic xx.
    88 ExpectedFileOk value "00".
01 CatalogFileStatus  pic xx.
    88 CatalogFileOk  value "00".

01 ActualFileName     pic x(30).
01 ExpectedFileName   pic x(30).
    88 EndOfActual    value "y".
01 EndOfExpectedSwitch pic x.
    88 EndOfExpected  value "y".
01 EndOfCatalogSwitch pic x.
    88 EndOfCatalog   value "y".
01 CompareOkSwitch    pic x.
    88 CompareOk      value "y".
01 WordMatchSwitch    pic x.
    88 WordsMatch     value "y".

*> The exercise catalog, in the order the exercises are graded.
01 ExerciseTable.
    02 ExerciseCount  pic 99 value zero.
    02 ExerciseEntry occurs 20 times indexed by ExerciseIndex.
        03 EX-Exercise     pic x(10).
        03 EX-Required     pic x.
        03 EX-Method       pic x.
            88 EX-Exact        value "E".
            88 EX-Tolerance    value "N".
            88 EX-Range        value "S".
        03 EX-Command      pic x(60).
        03 EX-ActualFile   pic x(30).
        03 EX-ExpectedFile pic x(30).
        03 EX-Limit        pic 9(5)v9(4) occurs 4 times.
        03 EX-Attempts     pic 9(3).
01 ExerciseNumber     pic 99.

*> Numeric-tolerance comparison works a word at a time.
01 ActualPointer      pic 9(3).
01 ExpectedPointer    pic 9(3).
01 ActualWord         pic x(30).
01 ExpectedWord       pic x(30).
01 WordDifference     pic s9(9)v9(4).

01 LastTallyRecord    pic x(132).
01 TallyRound         pic x(6).
01 TallyWinsSwap      pic x(6).
01 TallyWinsNoSwap    pic x(6).
01 EndOfHistorySwitch pic x.
    88 EndOfHistory   value "y".
01 CurrentDate        pic 9(8).
01 AttemptNumber      pic 9(3).

01 PassCount          pic 99 value zero.
01 FailCount          pic 99 value zero.

01 CardLine.
    02 CL-Exercise    pic x(10).

procedure division.
Main section.
    perform LoadCatalog
    perform VerifyTrainee
    open output ReportFile
    move "REPORT CARD - TRAINING EXERCISES" to ReportLine
    move spaces to ReportLine
    write ReportLine

    perform GradeOneExercise
        varying ExerciseNumber from 1 by 1
        until ExerciseNumber > ExerciseCount

    move spaces to ReportLine
    write ReportLine
    close ReportFile
    stop run.

*> Loads EXERCISES.DAT into the exercise table.  A line with no id
*> or a comment line is passed over, and so - with a warning, since
*> it would otherwise silently drop out of everyone's onboarding -
*> is a line with an unknown comparison method.
LoadCatalog.
    open input CatalogFile
    if not CatalogFileOk
        display "EXERCISES.DAT not found - grading the three original"
            " exercises"
        perform LoadBuiltInCatalog
        exit paragraph
    end-if
    move "n" to EndOfCatalogSwitch
    perform until EndOfCatalog
        read CatalogFile
            at end set EndOfCatalog to true
            not at end perform PostCatalogRecord
        end-read
    end-perform
    close CatalogFile.

PostCatalogRecord.
    if CR-Exercise = spaces or CR-Exercise(1:1) = "*"
        exit paragraph
    end-if
    if CR-Method not = "E" and CR-Method not = "N"
       and CR-Method not = "S"
        display "Exercise " CR-Exercise " has comparison method '"
            CR-Method "' - not E, N or S, so it is not graded"
        exit paragraph
    end-if
    if ExerciseCount = 20
        display "Exercise table full - " CR-Exercise " not graded"
        exit paragraph
    end-if
    add 1 to ExerciseCount
    set ExerciseIndex to ExerciseCount
    move CR-Exercise to EX-Exercise (ExerciseIndex)
    move CR-Required to EX-Required (ExerciseIndex)
    move CR-Method to EX-Method (ExerciseIndex)
    move CR-Command to EX-Command (ExerciseIndex)
    move CR-ActualFile to EX-ActualFile (ExerciseIndex)
    move CR-ExpectedFile to EX-ExpectedFile (ExerciseIndex)
    compute EX-Limit (ExerciseIndex 1) = function numval (CR-Limit1)
    compute EX-Limit (ExerciseIndex 2) = function numval (CR-Limit2)
    compute EX-Limit (ExerciseIndex 3) = function numval (CR-Limit3)
    compute EX-Limit (ExerciseIndex 4) = function numval (CR-Limit4)
    move zero to EX-Attempts (ExerciseIndex).

*> The three exercises as they were graded before the catalog.
LoadBuiltInCatalog.
    move 3 to ExerciseCount
    initialize ExerciseEntry (1) ExerciseEntry (2) ExerciseEntry (3)
    move "100Doors" to EX-Exercise (1)
    move "./100Doors > GRADE100.OUT" to EX-Command (1)
    move "GRADE100.OUT" to EX-ActualFile (1)
    move "EXPECTED.100DOORS" to EX-ExpectedFile (1)
    move "FizzBuzz" to EX-Exercise (2)
    move "./FizzBuzz > GRADEFIZZ.OUT" to EX-Command (2)
    move "GRADEFIZZ.OUT" to EX-ActualFile (2)
    move "EXPECTED.FIZZBUZZ" to EX-ExpectedFile (2)
    move "MontyHall" to EX-Exercise (3)
    move "echo 1000 | ./MontyHall > GRADEMH.OUT" to EX-Command (3)
    move "montyhall.csv" to EX-ActualFile (3)
    move "Y" to EX-Required (1) EX-Required (2) EX-Required (3)
    move "E" to EX-Method (1) EX-Method (2)
    move "S" to EX-Method (3)
    move 0.60 to EX-Limit (3 1)
    move 0.73 to EX-Limit (3 2)
    move 0.27 to EX-Limit (3 3)
    move 0.40 to EX-Limit (3 4).

*> The trainee's StudentId arrives as the first argument and must be
*> on the student master before any outcome is written to the
*> training history.  No argument means grade-only, record nothing.
            at end set EndOfHistory to true
            not at end
                if TH-StudentId = TraineeId
                    set ExerciseIndex to 1
                    search ExerciseEntry
                        when ExerciseIndex > ExerciseCount
                            continue
                        when EX-Exercise (ExerciseIndex) = TH-Exercise
                            add 1 to EX-Attempts (ExerciseIndex)
                    end-search
                end-if
        end-read
    end-perform
    if not RecordingHistory or CL-Verdict = "NOT RUN"
        exit paragraph
    end-if
    add 1 to EX-Attempts (ExerciseIndex)
    move EX-Attempts (ExerciseIndex) to AttemptNumber
    open extend HistoryFile
    if not HistoryFileOk
        open output HistoryFile
            CL-Exercise " outcome not recorded"
    end-if.

*> One catalog entry: run it, then judge the captured output by the
*> entry's comparison method.
GradeOneExercise.
    set ExerciseIndex to ExerciseNumber
    move EX-Exercise (ExerciseIndex) to CL-Exercise
    move EX-Command (ExerciseIndex) to CommandString
    move EX-ActualFile (ExerciseIndex) to ActualFileName
    move EX-ExpectedFile (ExerciseIndex) to ExpectedFileName
    if EX-Range (ExerciseIndex)
        perform GradeRangeExercise
    else
        perform GradeExactExercise
    end-if.

*> Runs one deterministic exercise and compares its captured output
*> line for line with the stored expected results - exactly, or for
*> a numeric-tolerance exercise allowing each number to stray from
*> the expected figure by up to the catalog tolerance.
GradeExactExercise.
    call "SYSTEM" using CommandString
    open input ExpectedFile
            when EndOfActual or EndOfExpected
                move "n" to CompareOkSwitch
                move "output and expected differ in length" to CL-Note
            when ActualRecord = ExpectedRecord
                continue
            when EX-Tolerance (ExerciseIndex)
                perform CompareLineWithinTolerance
            when other
                move "n" to CompareOkSwitch
                move "output differs from expected results" to CL-Note
        end-evaluate
    close ExpectedFile
    if CompareOk
        move "PASS" to CL-Verdict
        if EX-Tolerance (ExerciseIndex)
            move "matches expected results within tolerance"
                to CL-Note
        else
            move "matches expected results exactly" to CL-Note
        end-if
        add 1 to PassCount
    else
        move "FAIL" to CL-Verdict
    end-if
    perform WriteCardLine.

*> The two lines differ: they still match when, word by word, each
*> pair of words is identical or both are numbers no further apart
*> than the tolerance.
CompareLineWithinTolerance.
    move 1 to ActualPointer ExpectedPointer
    move "y" to WordMatchSwitch
    perform until not WordsMatch
        or (ActualPointer > 132 and ExpectedPointer > 132)
        perform until ActualPointer > 132
            or ActualRecord(ActualPointer:1) not = space
            add 1 to ActualPointer
        end-perform
        perform until ExpectedPointer > 132
            or ExpectedRecord(ExpectedPointer:1) not = space
            add 1 to ExpectedPointer
        end-perform
        move spaces to ActualWord ExpectedWord
        if ActualPointer not > 132
            unstring ActualRecord delimited by space
                into ActualWord with pointer ActualPointer
            end-unstring
        end-if
        if ExpectedPointer not > 132
            unstring ExpectedRecord delimited by space
                into ExpectedWord with pointer ExpectedPointer
            end-unstring
        end-if
        if ActualWord not = ExpectedWord
            perform CompareWordsWithinTolerance
        end-if
    end-perform
    if not WordsMatch
        move "n" to CompareOkSwitch
        move "differs from expected results beyond tolerance"
            to CL-Note
    end-if.

CompareWordsWithinTolerance.
    if ActualWord = spaces or ExpectedWord = spaces
       or function test-numval (ActualWord) not = zero
       or function test-numval (ExpectedWord) not = zero
        move "n" to WordMatchSwitch
        exit paragraph
    end-if
    compute WordDifference = function numval (ActualWord)
        - function numval (ExpectedWord)
    if WordDifference < zero
        compute WordDifference = zero - WordDifference
    end-if
    if WordDifference > EX-Limit (ExerciseIndex 1)
        move "n" to WordMatchSwitch
    end-if.

*> A random exercise such as MontyHall: the last running-tally row of
*> its captured output (count,hits1,hits2) is judged against the
*> catalog's bands around the theoretical rates - for MontyHall 2/3
*> swapping and 1/3 not swapping.
GradeRangeExercise.
    call "SYSTEM" using CommandString
    open input ActualFile
    if not ActualFileOk
        move "NOT RUN" to CL-Verdict
        move spaces to CL-Note
        string ActualFileName delimited by space
            " was not produced" delimited by size into CL-Note
        perform WriteCardLine
        exit paragraph
    end-if
    move "n" to EndOfActualSwitch
    move spaces to LastTallyRecord
    perform until EndOfActual
        read ActualFile
            at end set EndOfActual to true
            not at end move ActualRecord to LastTallyRecord
        end-read
    end-perform
    close ActualFile
    move spaces to TallyRound TallyWinsSwap TallyWinsNoSwap
    unstring LastTallyRecord delimited by ","
        into TallyRound TallyWinsSwap TallyWinsNoSwap
    compute WinsNotSwapping = function numval (TallyWinsNoSwap)
    if RoundsPlayed = zero
        move "FAIL" to CL-Verdict
        move spaces to CL-Note
        string "no rounds recorded in " delimited by size
            ActualFileName delimited by space into CL-Note
        add 1 to FailCount
        perform WriteCardLine
        exit paragraph
    compute NoSwapRate rounded = WinsNotSwapping / RoundsPlayed
    move SwapRate to SwapRateEdited
    move NoSwapRate to NoSwapRateEdited
    if SwapRate >= EX-Limit (ExerciseIndex 1)
       and SwapRate <= EX-Limit (ExerciseIndex 2)
       and NoSwapRate >= EX-Limit (ExerciseIndex 3)
       and NoSwapRate <= EX-Limit (ExerciseIndex 4)
        move "PASS" to CL-Verdict
        move spaces to CL-Note
        string "win rates " SwapRateEdited " / " NoSwapRateEdited
