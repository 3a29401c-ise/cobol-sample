ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT PERF-FILE ASSIGN TO DYNAMIC PERF-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS PERF-STATUS.
*> a shared parameter file lets an operator retune the default
*> display interval (and file01/array01/input01's own limits)
*> without a recompile.
  SELECT PARM-FILE ASSIGN TO DYNAMIC PARM-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS PARM-STATUS.
DATA DIVISION.
*> existed read back as spaces.
  02 PERF-PROG PIC X(8).
WORKING-STORAGE SECTION.
*> each data file, named under the run's environment by env01.
01 ENV-FUNC-P PIC X(1) VALUE "p".
01 PERF-PATH PIC X(60) VALUE "time01.perf".
01 PARM-PATH PIC X(60) VALUE "runparm.dat".
01 CNT PIC 9(6) VALUE 0.
01 WCNT PIC 9(6) VALUE 0.
01 TMP PIC 9(1) VALUE 0.
                         OPTIONAL LK-PROG-NAME
                         OPTIONAL LK-PROG-ARG.
0000-MAINLINE.
  CALL "env01" USING ENV-FUNC-P PERF-PATH
  CALL "env01" USING ENV-FUNC-P PARM-PATH
*> menu01 can CALL time01 more than once in the same run unit, and
*> GnuCOBOL working-storage survives across repeated CALLs of the
*> same subprogram -- reset every accumulator a prior invocation
