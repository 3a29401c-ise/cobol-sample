FILE-CONTROL.
*> an operator (or another job step) can drop this file to break
*> the loop early without killing the run at the OS level.
  SELECT STOP-FILE ASSIGN TO DYNAMIC STOP-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS STOP-FILE-STATUS.
DATA DIVISION.
FD STOP-FILE.
01 STOP-FILE-REC PIC X(1).
WORKING-STORAGE SECTION.
*> each data file, named under the run's environment by env01.
01 ENV-FUNC-P PIC X(1) VALUE "p".
01 STOP-PATH PIC X(60) VALUE "loop2.stop".
01 CNT PIC 9(3) VALUE 0.
01 STOP-FILE-STATUS PIC X(2) VALUE SPACES.
LINKAGE SECTION.
01 LK-LIMIT PIC 9(3).
01 LK-STEP PIC 9(3).
PROCEDURE DIVISION USING LK-LIMIT, LK-STEP.
CALL "env01" USING ENV-FUNC-P STOP-PATH.
A. ADD LK-STEP TO CNT
  DISPLAY "COUNT =" CNT
  OPEN INPUT STOP-FILE
