000080*   08/09/2026 DKO  ORIGINAL - ONE PERMANENT RECORD PER RUN OF
000090*                    FIBONACCI-TESTS, APPENDED TO THE AUDIT LOG
000100*                    FILE SO A RUN CAN BE PROVEN AFTER THE FACT.
000102*   10/15/2026 DKO  AL-SUITE-ID - WHICH SUITE WROTE THE RECORD:
000104*                    THE UNIT HARNESS (SPACES ON RECORDS FROM
000106*                    BEFORE THE FIELD) OR THE MODEL-OFFICE RUN.
000110*****************************************************************
000120 01  AUDIT-LOG-RECORD.
000130     05  AL-RUN-DATE                PIC 9(08).
000150     05  AL-PASSED-COUNT            PIC 9(03).
000160     05  AL-FAILED-COUNT            PIC 9(03).
000170     05  AL-FAILED-TEST-IDS         PIC X(80).
000180     05  AL-SUITE-ID                PIC X(08).
000190         88  AL-SUITE-UNIT                  VALUE 'UNIT' SPACES.
000200         88  AL-SUITE-MODEL-OFFICE          VALUE 'MODELOFF'.
