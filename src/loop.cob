ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT CNT-FILE ASSIGN TO DYNAMIC CNT-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CNT-FILE.
01 CNT-REC PIC 9(3).
WORKING-STORAGE SECTION.
*> each data file, named under the run's environment by env01.
01 ENV-FUNC-P PIC X(1) VALUE "p".
01 CNT-PATH PIC X(60) VALUE "loop01.dat".
01 CNT PIC 9(3) VALUE 0.
LINKAGE SECTION.
01 LK-LIMIT PIC 9(3).
PROCEDURE DIVISION USING LK-LIMIT.
  CALL "env01" USING ENV-FUNC-P CNT-PATH
  OPEN OUTPUT CNT-FILE
  PERFORM LK-LIMIT TIMES
    ADD 1 TO CNT
