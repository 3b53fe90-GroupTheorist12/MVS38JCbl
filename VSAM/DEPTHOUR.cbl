001960*                    COMPLEMENT OF THE SHARE; BEFORE, THE    *
001970*                    UNSHARED PORTION WAS CREDITED TO NO ONE *
001980*                    AND THE GRAND TOTAL SHRANK BY IT.       *
001990*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
001991*                    SEMESTER (61 BYTES); THE CROSS-LIST         *
001992*                    SHARE IS READ FROM THE SECTION AS IT        *
001993*                    STOOD IN THE ENROLLMENT'S OWN TERM.         *
002200* ************************************************************* *
002300
002400 ENVIRONMENT DIVISION.
008430     02  STR-DEPARTMENT          PIC 9(02).
008431     02  STR-COURSE              PIC 9(03).
008432     02  STR-NUMBER              PIC 9(01).
008432     02  STR-SEMESTER            PIC X(06).
008433     02  STR-DESCRIPTION         PIC X(11).
008434     02  STR-CAPACITY            PIC 9(03).
008435     02  STR-ENROLLED            PIC 9(03).
025720     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
025730     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
025740     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
025750     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
025760     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
025770     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
025780     MOVE VSIO-OPEN TO VSIO-COMMAND.
025781     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025782                         SECTION-TABLE-FILE,
032651     MOVE 'N' TO WS-XLIST-SPLIT-SW.
032652     MOVE SPACES TO SECTION-TABLE-RECORD.
032653     MOVE CIR-COURSE-ID TO SECTION-TABLE-RECORD (1:6).
032653     MOVE CIR-SEMESTER TO STR-SEMESTER.
032654     MOVE VSIO-READ TO VSIO-COMMAND.
032655     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032656                         SECTION-TABLE-FILE,
