002523*                    GREW TO 124 BYTES TO MATCH THE SEMTBL   *
002524*                    RECORD (THE CENSUS DATE WAS BEING       *
002525*                    DROPPED FROM THE IMAGES).               *
002526*   10/15/2026 JM    SECTION RECORDS NOW BELONG TO A             *
002527*                    SEMESTER: STR-SEMESTER FOLLOWS THE          *
002528*                    SECTION NUMBER (SECT CARD IMAGE COLS        *
002529*                    7-12), THE KEY IS SECTION + SEMESTER        *
002530*                    (12 BYTES) AND THE RECORD 61 BYTES.         *
002531*                    A SECTION ADD OR CHANGE MUST NAME A         *
002532*                    SEMESTER ON THE SEMTBL CALENDAR.  THE       *
002533*                    CARD IMAGE AREA GREW TO 61 COLUMNS.         *
002534*   10/15/2026 JM    A SECTION ADD OR CHANGE THAT NAMES A ROOM   *
002535*                    MUST FIND IT ON THE NEW ROOM MASTER         *
002536*                    (DDNAME ROOMTBL), AVAILABLE, WITH AT LEAST  *
002537*                    STR-CAPACITY SEATS.                         *
002537*   10/15/2026 JM    INSTRUCTOR RECORDS GREW TO 31 BYTES WITH    *
002537*                    THE PAY CATEGORY (INST CARD IMAGE COLS      *
002537*                    30-31), WHICH MUST BE ON THE NEW PAY-RATE   *
002537*                    TABLE (DDNAME PAYRTBL) WHEN PRESENT.        *
002537*                    'PAYR' CARDS MAINTAIN PAYRTBL; A CATEGORY   *
002537*                    STILL CARRIED BY AN INSTRUCTOR CANNOT BE    *
002537*                    DELETED.                                    *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
005640         88  MC-FILE-DEGREE-REQ          VALUE 'DREQ'.
005650         88  MC-FILE-SEM-REFUND          VALUE 'SEMR'.
005660         88  MC-FILE-EXAM-SLOT           VALUE 'EXSL'.
005670         88  MC-FILE-PAY-RATE            VALUE 'PAYR'.
005700     02  MC-RECORD-IMAGE         PIC X(61).
005800     02  FILLER                  PIC X(12).
005900
006000 FD  REPORT-FILE
006100     LABEL RECORDS ARE OMITTED
007400
007500 77  WS-IN-USE-SWITCH            PIC X(01)   VALUE 'N'.
007600     88  WS-IN-USE                           VALUE 'Y'.
007610 77  WS-BROWSE-END-SWITCH        PIC X(01)   VALUE 'N'.
007620     88  WS-BROWSE-END                       VALUE 'Y'.
007700
007800 01  WS-BEFORE-IMAGE             PIC X(124)  VALUE SPACES.
007900 01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
008420 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
008430 01  REQUIREMENT-TABLE-FILE      COPY VSAMIOFB.
008440 01  EXAM-SLOT-FILE              COPY VSAMIOFB.
008450 01  ROOM-TABLE-FILE             COPY VSAMIOFB.
008460 01  PAY-RATE-FILE               COPY VSAMIOFB.
008500
008600 01  DEPARTMENT-TABLE-RECORD.
008700     02  DTR-NUMBER              PIC 9(02).
009700     02  STR-DEPARTMENT          PIC 9(02).
009800     02  STR-COURSE              PIC 9(03).
009900     02  STR-NUMBER              PIC 9(01).
009910     02  STR-SEMESTER            PIC X(06).
010000     02  STR-DESCRIPTION         PIC X(11).
010100     02  STR-CAPACITY            PIC 9(03).
010200     02  STR-ENROLLED            PIC 9(03).
010280     02  ITR-INSTRUCTOR-ID       PIC X(05).
010290     02  ITR-NAME                PIC X(22).
010291     02  ITR-DEPARTMENT          PIC 9(02).
010291     02  ITR-CATEGORY            PIC X(02).
010291
010291* ************************************************************** *
010291* ONE INSTRUCTOR PAY CATEGORY PER RECORD (DDNAME PAYRTBL, KEYED  *
010291* CATEGORY CODE).  A CATEGORY WITH A FULL-TIME LOAD CEILING IS   *
010291* PAID THE OVERLOAD RATE FOR CREDIT HOURS ABOVE IT; ONE WITH NO  *
010291* CEILING IS PAID THE ADJUNCT RATE FOR EVERY CREDIT HOUR.        *
010291* ************************************************************** *
010291 01  PAY-RATE-RECORD.
010291     02  PRT-CATEGORY            PIC X(02).
010291     02  PRT-DESCRIPTION         PIC X(20).
010291     02  PRT-LOAD-CEILING        PIC 9(02).
010291     02  PRT-OVERLOAD-RATE       PIC 9(4)V99.
010291     02  PRT-ADJUNCT-RATE        PIC 9(4)V99.
010291     02  FILLER                  PIC X(08).
010292
010280* ************************************************************** *
010281* ONE DEGREE-REQUIREMENT LINE PER RECORD (DDNAME DEGRTBL, KEYED  *
010292         03  RQT-COURSE-DEPT     PIC 9(02).
010292         03  RQT-COURSE-NUMBER   PIC 9(03).
010292
010292* ************************************************************** *
010292* ONE ROOM PER RECORD (DDNAME ROOMTBL, KEYED ROOM CODE,          *
010292* MAINTAINED BY ROOMMNT).  READ ONLY HERE.                       *
010292* ************************************************************** *
010292 01  ROOM-TABLE-RECORD.
010292     02  RMR-ROOM                PIC X(05).
010292     02  RMR-BUILDING            PIC X(20).
010292     02  RMR-SEATS               PIC 9(03).
010292     02  RMR-ROOM-TYPE           PIC X(01).
010292     02  RMR-AVAILABLE           PIC X(01).
010292         88  RMR-IS-AVAILABLE            VALUE 'Y'.
010292     02  FILLER                  PIC X(10).
010292
010293 01  SEMESTER-TABLE-RECORD.
010294     02  SMR-CODE                PIC X(06).
010295     02  SMR-DESCRIPTION         PIC X(20).
017340         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
017350     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
017360     MOVE VSIO-I-O TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
017370     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
017380     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
017390     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
017391     MOVE VSIO-OPEN TO VSIO-COMMAND.
017454         STOP RUN.
017455*    END-IF.
017456
017457     MOVE 'ROOMTBL' TO VSIO-DDNAME OF ROOM-TABLE-FILE.
017458     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF ROOM-TABLE-FILE.
017459     MOVE VSIO-DIRECT TO VSIO-ACCESS OF ROOM-TABLE-FILE.
017460     MOVE VSIO-INPUT TO VSIO-MODE OF ROOM-TABLE-FILE.
017461     MOVE +40 TO VSIO-RECORD-LENGTH OF ROOM-TABLE-FILE.
017462     MOVE +0 TO VSIO-KEY-POSITION OF ROOM-TABLE-FILE.
017463     MOVE +5 TO VSIO-KEY-LENGTH OF ROOM-TABLE-FILE.
017464     MOVE VSIO-OPEN TO VSIO-COMMAND.
017465     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017466                         ROOM-TABLE-FILE,
017467                         ROOM-TABLE-RECORD.
017468*    END-CALL.
017469     IF NOT VSIO-SUCCESS
017470         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
017471         STOP RUN.
017472*    END-IF.
017472
017472     MOVE 'PAYRTBL' TO VSIO-DDNAME OF PAY-RATE-FILE.
017472     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PAY-RATE-FILE.
017472     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF PAY-RATE-FILE.
017472     MOVE VSIO-I-O TO VSIO-MODE OF PAY-RATE-FILE.
017472     MOVE +44 TO VSIO-RECORD-LENGTH OF PAY-RATE-FILE.
017472     MOVE +0 TO VSIO-KEY-POSITION OF PAY-RATE-FILE.
017472     MOVE +2 TO VSIO-KEY-LENGTH OF PAY-RATE-FILE.
017472     MOVE VSIO-OPEN TO VSIO-COMMAND.
017472     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017472                         PAY-RATE-FILE,
017472                         PAY-RATE-RECORD.
017472*    END-CALL.
017472     IF NOT VSIO-SUCCESS
017472         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
017472         STOP RUN.
017472*    END-IF.
017473
017500     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
017600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
017700     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF SECTION-TABLE-FILE.
017800     MOVE VSIO-I-O TO VSIO-MODE OF SECTION-TABLE-FILE.
017900     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
018000     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
018100     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
018200     MOVE VSIO-OPEN TO VSIO-COMMAND.
018300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018400                         SECTION-TABLE-FILE,
022686                         EXAM-SLOT-FILE,
022687                         EXAM-SLOT-RECORD.
022688*    END-CALL.
022689     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022690                         ROOM-TABLE-FILE,
022691                         ROOM-TABLE-RECORD.
022692*    END-CALL.
022693     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022694                         PAY-RATE-FILE,
022695                         PAY-RATE-RECORD.
022696*    END-CALL.
022700
022800     DISPLAY 'TBLMAINT: CARDS READ: ' CARD-COUNTER.
022900     DISPLAY 'TBLMAINT: APPLIED:    ' APPLIED-COUNTER.
025091             PERFORM 730-MAINTAIN-SEM-REFUNDS THRU 739-EXIT
025092         WHEN MC-FILE-EXAM-SLOT
025093             PERFORM 740-MAINTAIN-EXAM-SLOT THRU 749-EXIT
025095         WHEN MC-FILE-PAY-RATE
025097             PERFORM 750-MAINTAIN-PAY-RATE THRU 759-EXIT
025100         WHEN OTHER
025200             MOVE 'FILE NOT DEPT/CRSE/SECT/INST/SEM' TO
025210                 WS-REJECT-REASON
044300
044400* ************************************************************** *
044500* SETS WS-IN-USE WHEN SECTION-TABLE-FILE STILL CARRIES AT LEAST  *
044600* ONE SECTION FOR THE COURSE ON THE CARD, IN ANY SEMESTER (KEY   *
044700* DEPARTMENT + COURSE + SECTION + SEMESTER, SO POSITION AND      *
044710* READ ONE FORWARD).                                             *
044800* ************************************************************** *
044900 320-CHECK-COURSE-IN-USE.
045000
046000         GO TO 329-EXIT.
046100*    END-IF.
046200
046300     MOVE SPACES TO SECTION-TABLE-RECORD (1:12).
046400     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
046500     MOVE VSIO-READ TO VSIO-COMMAND.
046600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046700                         SECTION-TABLE-FILE,
047700
047800* ************************************************************** *
047900* APPLIES ONE CARD TO SECTION-TABLE-FILE.  AN ADD MUST NAME AN   *
048000* EXISTING COURSE, AND AN ADD OR CHANGE A SEMESTER ON THE        *
048010* SEMTBL CALENDAR AND ANY ROOM ON THE ROOMTBL MASTER WITH ENOUGH *
048020* SEATS; A DELETE IS REJECTED WHEN STR-ENROLLED IS               *
048100* STILL NONZERO.                                                 *
048200* ************************************************************** *
048300 400-MAINTAIN-SECTION.
049500             PERFORM 180-WRITE-REJECT THRU 189-EXIT
049600             GO TO 409-EXIT
049700         END-IF
049710         PERFORM 420-CHECK-SECTION-SEMESTER THRU 429-EXIT
049711         IF WS-REJECT-REASON EQUAL SPACES
049712             PERFORM 430-CHECK-SECTION-ROOM THRU 439-EXIT
049713         END-IF
049720         IF WS-REJECT-REASON NOT EQUAL SPACES
049730             PERFORM 180-WRITE-REJECT THRU 189-EXIT
049740             GO TO 409-EXIT
049750         END-IF
049800         MOVE MC-RECORD-IMAGE (1:61) TO SECTION-TABLE-RECORD
049810         IF SECTION-TABLE-RECORD (53:9) NOT NUMERIC
049820             MOVE ZERO TO STR-XLIST-SECTION, STR-XLIST-SHARE
049830         END-IF
049900         MOVE +61 TO VSIO-RECORD-LENGTH OF
049900             SECTION-TABLE-FILE
049900         MOVE VSIO-WRITE TO VSIO-COMMAND
050000         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050400         GO TO 409-EXIT.
050500*    END-IF.
050600
050700     MOVE MC-RECORD-IMAGE (1:61) TO SECTION-TABLE-RECORD.
050800     MOVE VSIO-READ TO VSIO-COMMAND.
050900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051000                         SECTION-TABLE-FILE,
051500         PERFORM 180-WRITE-REJECT THRU 189-EXIT
051600         GO TO 409-EXIT.
051700*    END-IF.
051800     MOVE SECTION-TABLE-RECORD TO WS-BEFORE-IMAGE (1:61).
051900
052000     IF MC-ACTION-CHANGE
052010         PERFORM 420-CHECK-SECTION-SEMESTER THRU 429-EXIT
052011         IF WS-REJECT-REASON EQUAL SPACES
052012             PERFORM 430-CHECK-SECTION-ROOM THRU 439-EXIT
052013         END-IF
052020         IF WS-REJECT-REASON NOT EQUAL SPACES
052030             PERFORM 180-WRITE-REJECT THRU 189-EXIT
052040             GO TO 409-EXIT
052050         END-IF
052100         MOVE MC-RECORD-IMAGE (1:61) TO SECTION-TABLE-RECORD
052110         IF SECTION-TABLE-RECORD (53:9) NOT NUMERIC
052120             MOVE ZERO TO STR-XLIST-SECTION, STR-XLIST-SHARE
052130         END-IF
052200         MOVE +61 TO VSIO-RECORD-LENGTH OF
052200             SECTION-TABLE-FILE
052200         MOVE VSIO-REWRITE TO VSIO-COMMAND
052300         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053300         GO TO 409-EXIT.
053400*    END-IF.
053500
053600     MOVE MC-RECORD-IMAGE (1:61) TO SECTION-TABLE-RECORD.
053700     MOVE VSIO-DELETE TO VSIO-COMMAND.
053800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053900                         SECTION-TABLE-FILE,
054300
054400 409-EXIT.
054500     EXIT.
054501
054502* ************************************************************** *
054503* SETS WS-REJECT-REASON WHEN THE SEMESTER IN SECT CARD IMAGE      *
054504* COLUMNS 7-12 IS NOT A CODE ON THE SEMTBL CALENDAR CLUSTER.      *
054505* ************************************************************** *
054506 420-CHECK-SECTION-SEMESTER.
054507
054508     MOVE SPACES TO SEMESTER-TABLE-RECORD.
054509     MOVE MC-RECORD-IMAGE (7:6) TO SMR-CODE.
054510     IF SMR-CODE EQUAL SPACES
054511         MOVE 'SECTION HAS NO SEMESTER' TO WS-REJECT-REASON
054512         GO TO 429-EXIT.
054513*    END-IF.
054514
054515     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
054516     MOVE VSIO-READ TO VSIO-COMMAND.
054517     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054518                         SEMESTER-TABLE-FILE,
054519                         SEMESTER-TABLE-RECORD.
054520*    END-CALL.
054521     IF NOT VSIO-SUCCESS
054522         MOVE 'SEMESTER NOT ON FILE' TO WS-REJECT-REASON
054523         MOVE +0 TO VSIO-RETURN-CODE.
054524*    END-IF.
054525
054526 429-EXIT.
054527     EXIT.
054528
054529* ************************************************************** *
054530* SETS WS-REJECT-REASON WHEN THE ROOM IN SECT CARD IMAGE COLUMNS *
054531* 43-47 IS NOT ON THE ROOMTBL MASTER, IS FLAGGED NOT AVAILABLE,  *
054532* OR SEATS FEWER THAN THE CAPACITY IN COLUMNS 24-26.  A SECTION  *
054533* WITH NO ROOM YET (TO BE ASSIGNED) IS LET THROUGH.              *
054534* ************************************************************** *
054535 430-CHECK-SECTION-ROOM.
054536
054537     IF MC-RECORD-IMAGE (43:5) EQUAL SPACES
054538         GO TO 439-EXIT.
054539*    END-IF.
054540
054541     MOVE SPACES TO ROOM-TABLE-RECORD.
054542     MOVE MC-RECORD-IMAGE (43:5) TO RMR-ROOM.
054543     MOVE +40 TO VSIO-RECORD-LENGTH OF ROOM-TABLE-FILE.
054544     MOVE VSIO-READ TO VSIO-COMMAND.
054545     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054546                         ROOM-TABLE-FILE,
054547                         ROOM-TABLE-RECORD.
054548*    END-CALL.
054549     IF NOT VSIO-SUCCESS
054550         MOVE 'ROOM NOT ON FILE' TO WS-REJECT-REASON
054551         MOVE +0 TO VSIO-RETURN-CODE
054552         GO TO 439-EXIT.
054553*    END-IF.
054554
054555     IF NOT RMR-IS-AVAILABLE
054556         MOVE 'ROOM NOT AVAILABLE' TO WS-REJECT-REASON
054557         GO TO 439-EXIT.
054558*    END-IF.
054559
054560     IF MC-RECORD-IMAGE (24:3) NOT NUMERIC
054561         MOVE 'SECTION CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
054562         GO TO 439-EXIT.
054563*    END-IF.
054564
054565     IF MC-RECORD-IMAGE (24:3) GREATER THAN RMR-SEATS
054566         MOVE 'CAPACITY EXCEEDS ROOM SEATS' TO WS-REJECT-REASON.
054567*    END-IF.
054568
054569 439-EXIT.
054570     EXIT.
054510
054520* ************************************************************** *
054530* APPLIES ONE CARD TO INSTRUCTOR-TABLE-FILE.  AN ADD MUST NAME   *
054540* AN EXISTING DEPARTMENT (THE SAME REFERENTIAL ORDER AS A        *
054550* COURSE ADD).  AN ADD OR CHANGE CARRYING A PAY CATEGORY (IMAGE  *
054555* COLS 30-31) MUST FIND IT ON PAYRTBL.                           *
054560* ************************************************************** *
054570 600-MAINTAIN-INSTRUCTOR.
054580
054580     IF (MC-ACTION-ADD OR MC-ACTION-CHANGE)
054580     AND MC-RECORD-IMAGE (30:2) NOT EQUAL SPACES
054580         MOVE SPACES TO PAY-RATE-RECORD
054580         MOVE MC-RECORD-IMAGE (30:2) TO PRT-CATEGORY
054580         MOVE VSIO-READ TO VSIO-COMMAND
054580         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054580                             PAY-RATE-FILE,
054580                             PAY-RATE-RECORD
054580         IF NOT VSIO-SUCCESS
054580             MOVE 'PAY CATEGORY NOT ON FILE' TO WS-REJECT-REASON
054580             PERFORM 180-WRITE-REJECT THRU 189-EXIT
054580             GO TO 609-EXIT.
054580*        END-IF
054580*    END-IF.
054580
054590     IF MC-ACTION-ADD
054591         MOVE SPACES TO DEPARTMENT-TABLE-RECORD
054592         MOVE MC-RECORD-IMAGE (28:2)
054601             PERFORM 180-WRITE-REJECT THRU 189-EXIT
054602             GO TO 609-EXIT
054603         END-IF
054604         MOVE MC-RECORD-IMAGE (1:31) TO INSTRUCTOR-TABLE-RECORD
054605         MOVE +31 TO VSIO-RECORD-LENGTH OF
054605             INSTRUCTOR-TABLE-FILE
054605         MOVE VSIO-WRITE TO VSIO-COMMAND
054606         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054610         GO TO 609-EXIT.
054611*    END-IF.
054612
054613     MOVE MC-RECORD-IMAGE (1:31) TO INSTRUCTOR-TABLE-RECORD.
054613     MOVE SPACES TO ITR-CATEGORY.
054614     MOVE VSIO-READ TO VSIO-COMMAND.
054615     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054616                         INSTRUCTOR-TABLE-FILE,
054622         PERFORM 180-WRITE-REJECT THRU 189-EXIT
054623         GO TO 609-EXIT.
054624*    END-IF.
054625     MOVE INSTRUCTOR-TABLE-RECORD TO WS-BEFORE-IMAGE (1:31).
054626
054627     IF MC-ACTION-CHANGE
054628         MOVE MC-RECORD-IMAGE (1:31) TO INSTRUCTOR-TABLE-RECORD
054629         MOVE +31 TO VSIO-RECORD-LENGTH OF
054629             INSTRUCTOR-TABLE-FILE
054629         MOVE VSIO-REWRITE TO VSIO-COMMAND
054631         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054635         GO TO 609-EXIT.
054636*    END-IF.
054637
054638     MOVE MC-RECORD-IMAGE (1:31) TO INSTRUCTOR-TABLE-RECORD.
054639     MOVE VSIO-DELETE TO VSIO-COMMAND.
054641     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054642                         INSTRUCTOR-TABLE-FILE,
054975
054976 749-EXIT.
054977     EXIT.
054977
054977* ************************************************************** *
054977* APPLIES ONE 'PAYR' CARD TO THE INSTRUCTOR PAY-RATE TABLE:      *
054977*   IMAGE COLS  1-2   PAY CATEGORY                               *
054977*   IMAGE COLS  3-22  DESCRIPTION                                *
054977*   IMAGE COLS 23-24  FULL-TIME LOAD CEILING (CREDIT HOURS; 00   *
054977*                     FOR A CATEGORY PAID BY THE HOUR)           *
054977*   IMAGE COLS 25-30  OVERLOAD RATE PER CREDIT HOUR (9999V99)    *
054977*   IMAGE COLS 31-36  ADJUNCT RATE PER CREDIT HOUR (9999V99)     *
054977* A DELETE IS REJECTED WHILE ANY INSTRUCTOR CARRIES THE         *
054977* CATEGORY.                                                      *
054977* ************************************************************** *
054977 750-MAINTAIN-PAY-RATE.
054977
054977     IF (MC-ACTION-ADD OR MC-ACTION-CHANGE)
054977     AND MC-RECORD-IMAGE (23:14) NOT NUMERIC
054977         MOVE 'PAYR RATES NOT NUMERIC' TO WS-REJECT-REASON
054977         PERFORM 180-WRITE-REJECT THRU 189-EXIT
054977         GO TO 759-EXIT.
054977*    END-IF.
054977
054977     IF MC-ACTION-ADD
054977         MOVE MC-RECORD-IMAGE (1:44) TO PAY-RATE-RECORD
054977         MOVE +44 TO VSIO-RECORD-LENGTH OF PAY-RATE-FILE
054977         MOVE VSIO-WRITE TO VSIO-COMMAND
054977         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054977                             PAY-RATE-FILE,
054977                             PAY-RATE-RECORD
054977         PERFORM 170-REPORT-RESULT THRU 179-EXIT
054977         GO TO 759-EXIT.
054977*    END-IF.
054977
054977     MOVE SPACES TO PAY-RATE-RECORD.
054977     MOVE MC-RECORD-IMAGE (1:2) TO PRT-CATEGORY.
054977     MOVE VSIO-READ TO VSIO-COMMAND.
054977     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054977                         PAY-RATE-FILE,
054977                         PAY-RATE-RECORD.
054977*    END-CALL.
054977     IF NOT VSIO-SUCCESS
054977         MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
054977         PERFORM 180-WRITE-REJECT THRU 189-EXIT
054977         GO TO 759-EXIT.
054977*    END-IF.
054977     MOVE PAY-RATE-RECORD TO WS-BEFORE-IMAGE (1:44).
054977
054977     IF MC-ACTION-CHANGE
054977         MOVE MC-RECORD-IMAGE (1:44) TO PAY-RATE-RECORD
054977         MOVE +44 TO VSIO-RECORD-LENGTH OF PAY-RATE-FILE
054977         MOVE VSIO-REWRITE TO VSIO-COMMAND
054977         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054977                             PAY-RATE-FILE,
054977                             PAY-RATE-RECORD
054977         PERFORM 170-REPORT-RESULT THRU 179-EXIT
054977         GO TO 759-EXIT.
054977*    END-IF.
054977
054977     PERFORM 760-CHECK-PAY-RATE-IN-USE THRU 769-EXIT.
054977     IF WS-IN-USE
054977         MOVE 'CATEGORY STILL ON INSTTBL' TO WS-REJECT-REASON
054977         PERFORM 180-WRITE-REJECT THRU 189-EXIT
054977         GO TO 759-EXIT.
054977*    END-IF.
054977
054977     MOVE SPACES TO PAY-RATE-RECORD.
054977     MOVE MC-RECORD-IMAGE (1:2) TO PRT-CATEGORY.
054977     MOVE VSIO-DELETE TO VSIO-COMMAND.
054977     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054977                         PAY-RATE-FILE,
054977                         PAY-RATE-RECORD.
054977*    END-CALL.
054977     PERFORM 170-REPORT-RESULT THRU 179-EXIT.
054977
054977 759-EXIT.
054977     EXIT.
054977
054977* ************************************************************** *
054977* SETS WS-IN-USE WHEN ANY INSTRUCTOR ON INSTRUCTOR-TABLE-FILE    *
054977* CARRIES THE CATEGORY ON THE CARD.  INSTTBL IS KEYED BY         *
054977* INSTRUCTOR, SO THE WHOLE TABLE IS BROWSED FROM THE TOP.        *
054977* ************************************************************** *
054977 760-CHECK-PAY-RATE-IN-USE.
054977
054977     MOVE 'N' TO WS-IN-USE-SWITCH.
054977     MOVE 'N' TO WS-BROWSE-END-SWITCH.
054977     MOVE LOW-VALUES TO INSTRUCTOR-TABLE-RECORD.
054977     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
054977     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054977                         INSTRUCTOR-TABLE-FILE,
054977                         INSTRUCTOR-TABLE-RECORD.
054977*    END-CALL.
054977     IF NOT VSIO-SUCCESS
054977         MOVE +0 TO VSIO-RETURN-CODE
054977         GO TO 769-EXIT.
054977*    END-IF.
054977
054977     PERFORM 762-READ-NEXT-INSTRUCTOR
054977        THRU 762-EXIT
054977       UNTIL WS-IN-USE
054977          OR WS-BROWSE-END.
054977*    END-PERFORM.
054977
054977 769-EXIT.
054977     EXIT.
054977
054977 762-READ-NEXT-INSTRUCTOR.
054977
054977     MOVE SPACES TO INSTRUCTOR-TABLE-RECORD.
054977     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
054977     MOVE VSIO-READ TO VSIO-COMMAND.
054977     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054977                         INSTRUCTOR-TABLE-FILE,
054977                         INSTRUCTOR-TABLE-RECORD.
054977*    END-CALL.
054977     IF NOT VSIO-SUCCESS
054977         MOVE 'Y' TO WS-BROWSE-END-SWITCH
054977         MOVE +0 TO VSIO-RETURN-CODE
054977         GO TO 762-EXIT.
054977*    END-IF.
054977
054977     IF VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE
054977             NOT LESS THAN +31
054977     AND ITR-CATEGORY EQUAL MC-RECORD-IMAGE (1:2)
054977         MOVE 'Y' TO WS-IN-USE-SWITCH.
054977*    END-IF.
054977
054977 762-EXIT.
054977     EXIT.
054978

054700* ************************************************************** *
