*> 16, following the shell script's condition-code habit); when every
*> step has completed a *STREAM* COMPLETE marker is logged so the
*> next run starts fresh from the top.
*>
*> STEPCTL.DAT is now built each night by JobSched from the job
*> catalog JOBCAT.DAT, so a step is only present on the nights its
*> calendar rule selects.  An IF=stepname naming a step that was not
*> scheduled tonight is never satisfied and the step is bypassed.
*> When the operator abandons an unfinished stream, JobSched logs a
*> *STREAM* ABANDON marker, which wipes the slate just as COMPLETE
*> does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    END-READ.

*> Replays JOBLOG.DAT to decide which steps are already complete.
*> A *STREAM* marker (COMPLETE, or ABANDON from JobSched) wipes the
*> slate - everything after it is a fresh attempt.
MarkCompletedSteps.
    OPEN INPUT JobLogFile
    IF NOT JobLogOk
