*> PARMLIB.cpy
*> The run parameters in force, shared by every batch program that
*> takes its defaults from the parameter library PARMLIB.DAT rather
*> than from a value compiled into it.  ParmMaint keeps the library;
*> each reading program declares its own FD for the file:
*>
*>    cols 1-20  parameter name, PROGRAM.KEYWORD - the program and the
*>               command-line keyword the value stands in for, e.g.
*>               STANDING.PROBATION
*>    col  21    space
*>    cols 22-29 effective date YYYYMMDD
*>    col  30    space
*>    cols 31-60 value, as it would be keyed on the command line
*>
*> A name may have several rows.  The one in force for a run is the
*> row with the latest effective date not after the run date, so a
*> new rate can be entered ahead of the day it starts.  The reading
*> program loads those rows into RunParameterTable below, looks each
*> of its parameters up by name, and falls back to its built-in
*> default when the library has no row in force (or no library
*> exists yet).  An argument on the command line still overrides the
*> library for that one run.
*>
*> Every value a run settles on is recorded in ParmUsedTable with
*> where it came from - the library row's effective date, a run
*> argument, or the built-in default - and the report prints that
*> table as its PARAMETERS USED block, so a figure can always be
*> traced back to the setting that produced it.
01  RunParameterStatus          PIC XX.
    88  RunParameterFileOk      VALUE "00".
01  EndOfRunParametersSwitch    PIC X.
    88  EndOfRunParameters      VALUE "Y".
01  RunParameterDate            PIC 9(8).

01  ParmLookupName              PIC X(20).
01  ParmFoundSwitch             PIC X.
    88  ParmFound               VALUE "Y".
01  ParmFoundIndex              PIC 9(3).
01  ParmFoundValue              PIC X(30).
01  ParmFoundEffective          PIC 9(8).

01  RunParameterCount           PIC 9(3) VALUE ZERO.
01  RunParameterIndex           PIC 9(3).
01  RunParameterTable.
    02  RunParameterEntry       OCCURS 200 TIMES.
        03  RP-ParmName         PIC X(20).
        03  RP-EffectiveDate    PIC 9(8).
        03  RP-ParmValue        PIC X(30).

01  ParmUsedValue               PIC X(30).
01  ParmUsedSource              PIC X(20).
01  ParmUsedCount               PIC 9(2) VALUE ZERO.
01  ParmUsedIndex               PIC 9(2).
01  ParmUsedTable.
    02  ParmUsedEntry           OCCURS 20 TIMES.
        03  PU-ParmName         PIC X(20).
        03  PU-ParmValue        PIC X(30).
        03  PU-Source           PIC X(20).

01  ParmUsedHeadingLine         PIC X(80) VALUE "PARAMETERS USED".

01  ParmUsedLine.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PUL-ParmName            PIC X(20).
    02  FILLER                  PIC X(3)  VALUE " = ".
    02  PUL-ParmValue           PIC X(30).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PUL-Source              PIC X(20).
    02  FILLER                  PIC X(2)  VALUE SPACES.
