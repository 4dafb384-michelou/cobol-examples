*> Training progress report over the history file that Grader
*> appends to.  TRAINHIST.DAT holds one line per graded attempt
*> (StudentId, exercise, PASS/FAIL, date, attempt number); this
*> program rolls the history up per trainee and prints, for each
*> exercise of the catalog EXERCISES.DAT that Grader grades from
*> (see Grader for the layout), in catalog order, the attempts
*> taken and the latest verdict.  Optional exercises are listed,
*> flagged optional.  A trainee gets an ONBOARDING COMPLETE line
*> once every exercise marked required in the catalog has a latest
*> verdict of PASS; optional exercises do not hold a trainee back.
*> With no catalog, Grader's built-in exercises are reported, all
*> required.  The trainee's name comes from the student master.
*> Output goes to TRAINPROG.RPT and a one-line completion summary
*> to the console, so supervisors see who has actually finished
*> instead of taking the trainee's word.

environment division.
input-output section.
        record key is StudentId
        alternate record key is CourseCode with duplicates
        file status is StudentFileStatus.
    select CatalogFile assign to "EXERCISES.DAT"
        organization is line sequential
        file status is CatalogFileStatus.
    select ReportFile assign to "TRAINPROG.RPT"
        organization is line sequential.

    02 EnrollmentStatus pic x.
    02 TermCode        pic x(6).
    02 CampusCode      pic x(2).
fd CatalogFile.
01 CatalogRecord.
    02 CR-Exercise     pic x(10).
    02 filler          pic x.
    02 CR-Required     pic x.
    02 filler          pic x.
    02 CR-Method       pic x.
    02 filler          pic x(159).
fd ReportFile.
01 ReportLine      pic x(80).

    88 StudentFileOk  value "00".
01 EndOfHistorySwitch pic x.
    88 EndOfHistory   value "y".
01 CatalogFileStatus  pic xx.
    88 CatalogFileOk  value "00".
01 EndOfCatalogSwitch pic x.
    88 EndOfCatalog   value "y".

*> The exercises reported, in catalog order.
01 ExerciseTable.
    02 ExerciseCount  pic 99 value zero.
    02 ExerciseEntry occurs 20 times.
        03 ExerciseName     pic x(10).
        03 ExerciseRequired pic x.
            88 RequiredExercise value "Y".
01 RequiredCount      pic 99 value zero.

*> One table row per trainee seen in the history, one exercise slot
*> per row for each catalog exercise, in catalog order.
01 TraineeTable.
    02 TraineeCount   pic 9(3) value zero.
    02 TraineeEntry occurs 200 times indexed by TraineeIndex.
        03 TT-StudentId   pic 9(7).
        03 TT-Exercise occurs 20 times indexed by ExerciseIndex.
            04 TT-Attempts    pic 9(3).
            04 TT-LastVerdict pic x(8).
            04 TT-LastDate    pic 9(8).

01 FoundSwitch        pic x.
    88 TraineeFound   value "y".
01 SlotNumber         pic 99.
01 PassedExercises    pic 99.
01 PassedEdited       pic z9.
01 RequiredEdited     pic z9.
01 CompleteCount      pic 9(3) value zero.
01 TraineeNumber      pic 9(3).

    02 EL-Attempts    pic zz9.
    02 filler         pic x(7) value "  last ".
    02 EL-Date        pic 9(8).
    02 filler         pic x(2) value spaces.
    02 EL-Optional    pic x(8).
    02 filler         pic x(17) value spaces.
01 TotalLine.
    02 filler         pic x(9) value "TRAINEES ".
    02 TO-Trainees    pic zz9.
procedure division.
Main section.
    accept CurrentDate from date yyyymmdd
    perform LoadCatalog
    perform LoadHistory
    open output ReportFile
    move CurrentDate to HL-Date
        CompleteCount " complete - see TRAINPROG.RPT"
    stop run.

*> Loads the exercise ids and required flags from EXERCISES.DAT,
*> passing over comment lines and, as Grader does, any line whose
*> comparison method is not one Grader knows.
LoadCatalog.
    open input CatalogFile
    if not CatalogFileOk
        move 3 to ExerciseCount
        move "100Doors" to ExerciseName (1)
        move "FizzBuzz" to ExerciseName (2)
        move "MontyHall" to ExerciseName (3)
        move "Y" to ExerciseRequired (1) ExerciseRequired (2)
            ExerciseRequired (3)
        move 3 to RequiredCount
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
        exit paragraph
    end-if
    if ExerciseCount = 20
        exit paragraph
    end-if
    add 1 to ExerciseCount
    move CR-Exercise to ExerciseName (ExerciseCount)
    move CR-Required to ExerciseRequired (ExerciseCount)
    if RequiredExercise (ExerciseCount)
        add 1 to RequiredCount
    end-if.

*> Rolls the whole history into the per-trainee table.  Attempt
*> numbers already increase within the file, so the last record
*> read for a trainee/exercise pair is the latest attempt.

PostHistoryRecord.
    move zero to SlotNumber
    perform varying ExerciseIndex from 1 by 1
        until ExerciseIndex > ExerciseCount
        if TH-Exercise = ExerciseName (ExerciseIndex)
            set SlotNumber to ExerciseIndex
        end-if
        set TraineeIndex to TraineeCount
        move TH-StudentId to TT-StudentId (TraineeIndex)
        perform varying ExerciseIndex from 1 by 1
            until ExerciseIndex > ExerciseCount
            move zero to TT-Attempts (TraineeIndex ExerciseIndex)
            move spaces
                to TT-LastVerdict (TraineeIndex ExerciseIndex)
        end-read
    end-if
    move zero to PassedExercises
    perform varying ExerciseIndex from 1 by 1
        until ExerciseIndex > ExerciseCount
        if TT-LastVerdict (TraineeIndex ExerciseIndex) = "PASS"
           and RequiredExercise (ExerciseIndex)
            add 1 to PassedExercises
        end-if
    end-perform
    if PassedExercises = RequiredCount
        move "ONBOARDING COMPLETE" to TL-Standing
        add 1 to CompleteCount
    else
        move PassedExercises to PassedEdited
        move RequiredCount to RequiredEdited
        move spaces to TL-Standing
        string "passed " function trim (PassedEdited)
            " of " function trim (RequiredEdited)
            " required exercises"
            delimited by size into TL-Standing
    end-if
    write ReportLine from TraineeLine
    perform varying ExerciseIndex from 1 by 1
        until ExerciseIndex > ExerciseCount
        move ExerciseName (ExerciseIndex) to EL-Exercise
        if RequiredExercise (ExerciseIndex)
            move spaces to EL-Optional
        else
            move "optional" to EL-Optional
        end-if
        if TT-Attempts (TraineeIndex ExerciseIndex) = zero
            move "-" to EL-Verdict
            move zero to EL-Attempts
