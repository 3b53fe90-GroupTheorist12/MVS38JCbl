000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETNRUN.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MONTHLY RECORDS RETENTION RUN.  THE PERMANENT LOGS AND        *
000900* JOURNALS BELOW ONLY EVER GROW; THIS RUN TAKES EACH ONE IN     *
001000* TURN, LOOKS IT UP ON THE RETENTION SCHEDULE (RETNTBL, KEPT BY *
001100* RETNMNT) AND REMOVES EVERY RECORD DATED BEFORE THE CUTOFF -   *
001200* THE RUN DATE LESS THE SCHEDULED NUMBER OF YEARS.  A REMOVED   *
001300* RECORD IS FIRST WRITTEN TO THE ARCHIVE GENERATION NAMED ON    *
001400* THE SCHEDULE (DISPOSITION 'A') OR SIMPLY DROPPED ('P').       *
001500*                                                               *
001600*   DDNAME    TYPE  DATED BY                                    *
001700*   SECLOG    KSDS  SLR-DATE                                    *
001800*   JOBSTATS  KSDS  JSR-RUN-DATE                                *
001900*   GRDCHGR   KSDS  GCR-CHANGE-DATE                             *
002000*   PROMNTC   ESDS  PNR-PROMOTE-DATE                            *
002100*   CHARGES   ESDS  CHR-SEMESTER (YEAR, TAKEN AS 12/31)         *
002200*   ARDETL    ESDS  ARD-POST-DATE                               *
002300*                                                               *
002400* A DATASET MARKED PERMANENT ('K') ON THE SCHEDULE IS REFUSED   *
002500* AND NEVER OPENED; ONE WITH NO SCHEDULE ENTRY AT ALL IS LEFT   *
002600* ALONE AND REPORTED.  A RECORD WHOSE DATE IS NOT NUMERIC IS    *
002700* ALWAYS KEPT.                                                  *
002800*                                                               *
002900* A KSDS IS SWEPT IN PLACE: READ IN KEY ORDER AND EACH EXPIRED  *
003000* RECORD DELETED THROUGH VSAMIO, SO EVERY REMOVAL IS ON THE     *
003100* VSIOAUD TRAIL.  AN ESDS CANNOT GIVE UP A RECORD, SO IT IS     *
003200* PASSED ONCE, THE RECORDS TO KEEP COPIED TO THE RETNWRK WORK   *
003300* FILE, AND ONLY AFTER A CLEAN PASS IS THE CLUSTER OPENED       *
003400* OUTPUT (IT IS DEFINED REUSE) AND RELOADED FROM RETNWRK.  IF   *
003500* THE RELOAD FAILS PART-WAY THE CLUSTER MUST BE RESTORED FROM   *
003600* RETNWRK BEFORE ANYTHING ELSE POSTS TO IT.                     *
003700*                                                               *
003800* ARDETL MUST STILL FOOT TO ARBAL FOR ARRECON, SO THE ENTRIES   *
003900* REMOVED FROM IT ARE SORTED BY STUDENT AND REPLACED BY ONE     *
004000* 'BFW' BALANCE-FORWARD ENTRY PER STUDENT, DATED THE CUTOFF,    *
004100* CARRYING THE NET OF THE ENTRIES REMOVED AND THE BALANCE AFTER *
004200* THE LAST OF THEM.  THE BFW ENTRIES ARE RELOADED AHEAD OF THE  *
004300* ENTRIES KEPT.  NO BFW IS WRITTEN FOR A STUDENT WHOSE REMOVED  *
004400* ENTRIES NET TO ZERO.  A BFW ITSELF EXPIRES ON A LATER RUN AND *
004500* IS ROLLED INTO THE NEXT ONE.                                  *
004600*                                                               *
004700* THE REPORT (SYSPRINT) GIVES, PER DATASET, THE SCHEDULE, THE   *
004800* CUTOFF, THE RECORDS READ, KEPT, ARCHIVED AND PURGED, THE BFW  *
004900* ENTRIES WRITTEN, AND WHAT WAS DONE.  THE RUN ENDS RC 4 WHEN   *
005000* A DATASET HAS NO SCHEDULE ENTRY, RC 8 WHEN A DATASET COULD    *
005100* NOT BE SWEPT (IT IS LEFT AS IT WAS) AND RC 12 WHEN AN ESDS    *
005200* RELOAD FAILED.                                                *
005300*                                                               *
005400* MODIFICATION HISTORY.                                         *
005500*   DATE       INIT  DESCRIPTION                                *
005600*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
005700* ************************************************************* *
005800
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-370.
006200 OBJECT-COMPUTER. IBM-370.
006300
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600
006700     SELECT WORK-FILE
006800         ASSIGN TO UT-S-RETNWRK.
006900
007000     SELECT REPORT-FILE
007100         ASSIGN TO UR-1403-S-SYSPRINT.
007200
007300     SELECT SORT-WORK-FILE
007400         ASSIGN TO UT-S-SORTWK01.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  WORK-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 80 CHARACTERS
008100     BLOCK CONTAINS 0 RECORDS
008200     DATA RECORD IS WORK-RECORD.
008300 01  WORK-RECORD                 PIC X(80).
008400
008500 FD  REPORT-FILE
008600     LABEL RECORDS ARE OMITTED
008700     RECORD CONTAINS 132 CHARACTERS
008800     BLOCK CONTAINS 0 RECORDS
008900     DATA RECORD IS REPORT-LINE.
009000 01  REPORT-LINE                 PIC X(132).
009100
009200 SD  SORT-WORK-FILE
009300     RECORD CONTAINS 19 CHARACTERS
009400     DATA RECORD IS SORT-RECORD.
009500 01  SORT-RECORD.
009600     02  SR-STUDENT-ID           PIC X(07).
009700     02  SR-SEQUENCE             PIC S9(8) COMP.
009800     02  SR-AMOUNT               PIC S9(5)V99 COMP-3.
009900     02  SR-BALANCE              PIC S9(5)V99 COMP-3.
010000
010100 WORKING-STORAGE SECTION.
010200 77  DATASET-EOF-SWITCH          PIC X(01)   VALUE 'N'.
010300     88  DATASET-EOF                         VALUE 'Y'.
010400 77  WORK-EOF-SWITCH             PIC X(01)   VALUE 'N'.
010500     88  WORK-EOF                            VALUE 'Y'.
010600 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
010700     88  SORT-EOF                            VALUE 'Y'.
010800 77  WS-EXPIRED-SWITCH           PIC X(01)   VALUE 'N'.
010900     88  WS-EXPIRED                          VALUE 'Y'.
011000 77  WS-FAILED-SWITCH            PIC X(01)   VALUE 'N'.
011100     88  WS-FAILED                           VALUE 'Y'.
011200 77  WS-ARCHIVE-OPEN-SWITCH      PIC X(01)   VALUE 'N'.
011300     88  WS-ARCHIVE-OPEN                     VALUE 'Y'.
011400
011500 77  WS-CURRENT-DX               PIC S9(4) COMP  VALUE ZERO.
011600 77  DX-AR-DETAIL                PIC S9(4) COMP  VALUE +6.
011700 77  DX-LIMIT                    PIC S9(4) COMP  VALUE +6.
011800 77  WS-DATE-POSITION            PIC S9(4) COMP  VALUE ZERO.
011900 77  WS-SEQUENCE                 PIC S9(8) COMP  VALUE ZERO.
012000 77  WS-RUN-RETURN-CODE          PIC S9(4) COMP  VALUE ZERO.
012100
012200 77  READ-COUNTER                PIC S9(8) COMP  VALUE ZERO.
012300 77  KEPT-COUNTER                PIC S9(8) COMP  VALUE ZERO.
012400 77  ARCHIVED-COUNTER            PIC S9(8) COMP  VALUE ZERO.
012500 77  PURGED-COUNTER              PIC S9(8) COMP  VALUE ZERO.
012600 77  CARRIED-COUNTER             PIC S9(8) COMP  VALUE ZERO.
012700 77  TOTAL-KEPT-COUNTER          PIC S9(8) COMP  VALUE ZERO.
012800 77  TOTAL-ARCHIVED-COUNTER      PIC S9(8) COMP  VALUE ZERO.
012900 77  TOTAL-PURGED-COUNTER        PIC S9(8) COMP  VALUE ZERO.
013000
013100 77  WS-CARRY-STUDENT-ID         PIC X(07)   VALUE SPACES.
013200 77  WS-CARRY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
013300 77  WS-CARRY-BALANCE            PIC S9(5)V99 COMP-3 VALUE ZERO.
013400 77  WS-DATASET-STATUS           PIC X(35)   VALUE SPACES.
013500
013600* ************************************************************** *
013700* THE DATASETS THE RUN KNOWS HOW TO AGE, IN RUN ORDER: DDNAME,   *
013800* ORGANIZATION, RECORD LENGTH, KEY LENGTH, POSITION OF THE       *
013900* RECORD'S DATE, AND THE KIND OF DATE THERE ('D' CCYYMMDD,       *
014000* 'S' A TTCCYY SEMESTER CODE WHOSE YEAR STARTS THE FIELD + 2).   *
014100* ARDETL MUST STAY LAST (DX-AR-DETAIL).                          *
014200* ************************************************************** *
014300 01  DATASET-VALUES.
014400     02  FILLER                  PIC X(08) VALUE 'SECLOG'.
014500     02  FILLER                  PIC X(01) VALUE 'K'.
014600     02  FILLER                  PIC 9(03) VALUE 080.
014700     02  FILLER                  PIC 9(02) VALUE 24.
014800     02  FILLER                  PIC 9(02) VALUE 01.
014900     02  FILLER                  PIC X(01) VALUE 'D'.
015000     02  FILLER                  PIC X(08) VALUE 'JOBSTATS'.
015100     02  FILLER                  PIC X(01) VALUE 'K'.
015200     02  FILLER                  PIC 9(03) VALUE 064.
015300     02  FILLER                  PIC 9(02) VALUE 24.
015400     02  FILLER                  PIC 9(02) VALUE 09.
015500     02  FILLER                  PIC X(01) VALUE 'D'.
015600     02  FILLER                  PIC X(08) VALUE 'GRDCHGR'.
015700     02  FILLER                  PIC X(01) VALUE 'K'.
015800     02  FILLER                  PIC 9(03) VALUE 054.
015900     02  FILLER                  PIC 9(02) VALUE 26.
016000     02  FILLER                  PIC 9(02) VALUE 11.
016100     02  FILLER                  PIC X(01) VALUE 'D'.
016200     02  FILLER                  PIC X(08) VALUE 'PROMNTC'.
016300     02  FILLER                  PIC X(01) VALUE 'E'.
016400     02  FILLER                  PIC 9(03) VALUE 040.
016500     02  FILLER                  PIC 9(02) VALUE 00.
016600     02  FILLER                  PIC 9(02) VALUE 23.
016700     02  FILLER                  PIC X(01) VALUE 'D'.
016800     02  FILLER                  PIC X(08) VALUE 'CHARGES'.
016900     02  FILLER                  PIC X(01) VALUE 'E'.
017000     02  FILLER                  PIC 9(03) VALUE 080.
017100     02  FILLER                  PIC 9(02) VALUE 00.
017200     02  FILLER                  PIC 9(02) VALUE 08.
017300     02  FILLER                  PIC X(01) VALUE 'S'.
017400     02  FILLER                  PIC X(08) VALUE 'ARDETL'.
017500     02  FILLER                  PIC X(01) VALUE 'E'.
017600     02  FILLER                  PIC 9(03) VALUE 060.
017700     02  FILLER                  PIC 9(02) VALUE 00.
017800     02  FILLER                  PIC 9(02) VALUE 08.
017900     02  FILLER                  PIC X(01) VALUE 'D'.
018000 01  DATASET-TABLE REDEFINES DATASET-VALUES.
018100     02  DATASET-ENTRY OCCURS 6 TIMES.
018200         03  DE-DDNAME           PIC X(08).
018300         03  DE-ORGANIZATION     PIC X(01).
018400             88  DE-KSDS                 VALUE 'K'.
018500         03  DE-RECORD-LENGTH    PIC 9(03).
018600         03  DE-KEY-LENGTH       PIC 9(02).
018700         03  DE-DATE-POSITION    PIC 9(02).
018800         03  DE-DATE-TYPE        PIC X(01).
018900             88  DE-SEMESTER-DATE        VALUE 'S'.
019000
019100 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
019200 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
019300     02  WS-RUN-YY               PIC 9(02).
019400     02  WS-RUN-MMDD             PIC 9(04).
019500 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
019600 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
019700     02  WS-RUN-CCYY             PIC 9(04).
019800     02  WS-RUN-CMMDD            PIC 9(04).
019900
020000 01  WS-CUTOFF-DATE              PIC 9(08)   VALUE ZERO.
020100 01  FILLER REDEFINES WS-CUTOFF-DATE.
020200     02  WS-CUTOFF-CCYY          PIC 9(04).
020300     02  WS-CUTOFF-MMDD          PIC 9(04).
020400
020500 01  WS-RECORD-DATE              PIC X(08)   VALUE SPACES.
020600 01  FILLER REDEFINES WS-RECORD-DATE.
020700     02  WS-RECORD-CCYY          PIC X(04).
020800     02  WS-RECORD-MMDD          PIC X(04).
020900 01  WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE
021000                                 PIC 9(08).
021100
021200 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
021300
021400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
021500 01  RETENTION-TABLE-FILE        COPY VSAMIOFB.
021600 01  DATASET-FILE                COPY VSAMIOFB.
021700 01  ARCHIVE-FILE                COPY VSAMIOFB.
021800
021900* ************************************************************** *
022000* RECORDS RETENTION SCHEDULE (DDNAME RETNTBL, KEYED BY DATASET   *
022100* DDNAME), MAINTAINED BY RETNMNT.                                *
022200* ************************************************************** *
022300 01  RETENTION-TABLE-RECORD.
022400     02  RTN-DDNAME              PIC X(08).
022500     02  RTN-DESCRIPTION         PIC X(25).
022600     02  RTN-RETAIN-YEARS        PIC 9(02).
022700     02  RTN-DISPOSITION         PIC X(01).
022800         88  RTN-ARCHIVE                 VALUE 'A'.
022900         88  RTN-PURGE                   VALUE 'P'.
023000         88  RTN-PERMANENT               VALUE 'K'.
023100     02  RTN-ARCHIVE-DDNAME      PIC X(08).
023200     02  FILLER                  PIC X(16).
023300
023400* ************************************************************** *
023500* ONE RECORD OF WHICHEVER DATASET IS BEING AGED (THE LONGEST IS  *
023600* 80 BYTES), WITH THE ARDETL VIEW USED TO BUILD THE BFW          *
023700* BALANCE-FORWARD ENTRIES.                                       *
023800* ************************************************************** *
023900 01  DATASET-RECORD              PIC X(80).
024000 01  AR-DETAIL-RECORD REDEFINES DATASET-RECORD.
024100     02  ARD-STUDENT-ID          PIC X(07).
024200     02  ARD-POST-DATE           PIC 9(08).
024300     02  ARD-TYPE                PIC X(03).
024400     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
024500     02  ARD-REFERENCE           PIC X(20).
024600     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
024700     02  FILLER                  PIC X(14).
024800     02  FILLER                  PIC X(20).
024900
025000 01  HEADING-LINE-1.
025100     02  FILLER                  PIC X(36) VALUE
025200         'RETNRUN - RECORDS RETENTION RUN     '.
025300     02  FILLER                  PIC X(07) VALUE
025400         'AS OF  '.
025500     02  HL1-RUN-DATE            PIC 9(08).
025600     02  FILLER                  PIC X(81) VALUE SPACES.
025700
025800 01  HEADING-LINE-2.
025900     02  FILLER                  PIC X(40) VALUE
026000         'DATASET  DSP YRS CUTOFF        READ     '.
026100     02  FILLER                  PIC X(40) VALUE
026200         '  KEPT   ARCHIVED     PURGED    BFW  STA'.
026300     02  FILLER                  PIC X(52) VALUE
026400         'TUS'.
026500
026600 01  DETAIL-LINE.
026700     02  DL-DDNAME               PIC X(08).
026800     02  FILLER                  PIC X(02) VALUE SPACES.
026900     02  DL-DISPOSITION          PIC X(01).
027000     02  FILLER                  PIC X(02) VALUE SPACES.
027100     02  DL-RETAIN-YEARS         PIC X(02).
027200     02  FILLER                  PIC X(01) VALUE SPACES.
027300     02  DL-CUTOFF               PIC X(08).
027400     02  FILLER                  PIC X(01) VALUE SPACES.
027500     02  DL-READ                 PIC ZZ,ZZZ,ZZ9.
027600     02  FILLER                  PIC X(01) VALUE SPACES.
027700     02  DL-KEPT                 PIC ZZ,ZZZ,ZZ9.
027800     02  FILLER                  PIC X(01) VALUE SPACES.
027900     02  DL-ARCHIVED             PIC ZZ,ZZZ,ZZ9.
028000     02  FILLER                  PIC X(01) VALUE SPACES.
028100     02  DL-PURGED               PIC ZZ,ZZZ,ZZ9.
028200     02  FILLER                  PIC X(01) VALUE SPACES.
028300     02  DL-CARRIED              PIC ZZZ,ZZ9.
028400     02  FILLER                  PIC X(02) VALUE SPACES.
028500     02  DL-STATUS               PIC X(35).
028600     02  FILLER                  PIC X(19) VALUE SPACES.
028700
028800 01  TOTAL-LINE.
028900     02  FILLER                  PIC X(33) VALUE
029000         'TOTALS'.
029100     02  TL-KEPT                 PIC ZZ,ZZZ,ZZ9.
029200     02  FILLER                  PIC X(01) VALUE SPACES.
029300     02  TL-ARCHIVED             PIC ZZ,ZZZ,ZZ9.
029400     02  FILLER                  PIC X(01) VALUE SPACES.
029500     02  TL-PURGED               PIC ZZ,ZZZ,ZZ9.
029600     02  FILLER                  PIC X(67) VALUE SPACES.
029700
029800 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100
030200 000-INITIATE.
030300
030400     DISPLAY 'RETNRUN: MONTHLY RECORDS RETENTION RUN'.
030500     DISPLAY '--------------------------------------'.
030600     DISPLAY ' '.
030700
030800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
030900     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
031000     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
031100     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
031200     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
031300     MOVE WS-RUN-MMDD TO WS-RUN-CMMDD.
031400
031500     MOVE 'RETNTBL' TO VSIO-DDNAME OF RETENTION-TABLE-FILE.
031600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETENTION-TABLE-FILE.
031700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETENTION-TABLE-FILE.
031800     MOVE VSIO-INPUT TO VSIO-MODE OF RETENTION-TABLE-FILE.
031900     MOVE +60 TO VSIO-RECORD-LENGTH OF RETENTION-TABLE-FILE.
032000     MOVE +0 TO VSIO-KEY-POSITION OF RETENTION-TABLE-FILE.
032100     MOVE +8 TO VSIO-KEY-LENGTH OF RETENTION-TABLE-FILE.
032200     MOVE VSIO-OPEN TO VSIO-COMMAND.
032300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032400                         RETENTION-TABLE-FILE,
032500                         RETENTION-TABLE-RECORD.
032600*    END-CALL.
032700     IF NOT VSIO-SUCCESS
032800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
032900         MOVE +8 TO RETURN-CODE
033000         STOP RUN.
033100*    END-IF.
033200
033300     OPEN OUTPUT REPORT-FILE.
033400     MOVE WS-RUN-CCYYMMDD TO HL1-RUN-DATE.
033500     WRITE REPORT-LINE FROM HEADING-LINE-1
033600         AFTER ADVANCING PAGE.
033700     WRITE REPORT-LINE FROM BLANK-LINE.
033800     WRITE REPORT-LINE FROM HEADING-LINE-2.
033900     WRITE REPORT-LINE FROM BLANK-LINE.
034000
034100 010-PROCESS.
034200
034300     MOVE 1 TO WS-CURRENT-DX.
034400     PERFORM 100-RETAIN-DATASET
034500        THRU 199-EXIT
034600       UNTIL WS-CURRENT-DX GREATER THAN DX-LIMIT.
034700*    END-PERFORM.
034800
034900 020-TERMINATE.
035000
035100     WRITE REPORT-LINE FROM BLANK-LINE.
035200     MOVE TOTAL-KEPT-COUNTER TO TL-KEPT.
035300     MOVE TOTAL-ARCHIVED-COUNTER TO TL-ARCHIVED.
035400     MOVE TOTAL-PURGED-COUNTER TO TL-PURGED.
035500     WRITE REPORT-LINE FROM TOTAL-LINE.
035600
035700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
035800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035900                         RETENTION-TABLE-FILE,
036000                         RETENTION-TABLE-RECORD.
036100*    END-CALL.
036200     CLOSE REPORT-FILE.
036300
036400     DISPLAY 'RETNRUN: RECORDS KEPT:     ' TOTAL-KEPT-COUNTER.
036500     DISPLAY 'RETNRUN: RECORDS ARCHIVED: ' TOTAL-ARCHIVED-COUNTER.
036600     DISPLAY 'RETNRUN: RECORDS PURGED:   ' TOTAL-PURGED-COUNTER.
036700     MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
036800     STOP RUN.
036900
037000* ************************************************************** *
037100* AGES ONE DATASET FROM THE TABLE ABOVE AGAINST ITS SCHEDULE     *
037200* ENTRY AND PRINTS ITS LINE OF THE REPORT.                       *
037300* ************************************************************** *
037400 100-RETAIN-DATASET.
037500
037600     MOVE ZERO TO READ-COUNTER,
037700                  KEPT-COUNTER,
037800                  ARCHIVED-COUNTER,
037900                  PURGED-COUNTER,
038000                  CARRIED-COUNTER,
038100                  WS-CUTOFF-DATE.
038200     MOVE 'N' TO WS-FAILED-SWITCH,
038300                 WS-ARCHIVE-OPEN-SWITCH,
038400                 DATASET-EOF-SWITCH.
038500     MOVE SPACES TO WS-DATASET-STATUS.
038600     MOVE DE-DDNAME (WS-CURRENT-DX) TO DL-DDNAME.
038700     MOVE SPACES TO DL-DISPOSITION,
038800                    DL-RETAIN-YEARS,
038900                    DL-CUTOFF.
039000
039100     PERFORM 110-LOOK-UP-SCHEDULE THRU 119-EXIT.
039200     IF WS-DATASET-STATUS NOT EQUAL SPACES
039300         GO TO 190-PRINT-DATASET.
039400*    END-IF.
039500
039600     IF RTN-ARCHIVE
039700         PERFORM 130-OPEN-ARCHIVE THRU 139-EXIT
039800         IF WS-FAILED
039900             GO TO 190-PRINT-DATASET.
040000*        END-IF
040100*    END-IF.
040200
040300     PERFORM 120-OPEN-DATASET THRU 129-EXIT.
040400     IF WS-FAILED
040500         PERFORM 140-CLOSE-ARCHIVE THRU 149-EXIT
040600         GO TO 190-PRINT-DATASET.
040700*    END-IF.
040800
040900     IF DE-KSDS (WS-CURRENT-DX)
041000         PERFORM 200-SWEEP-KSDS-RECORD
041100            THRU 209-EXIT
041200           UNTIL DATASET-EOF
041300         MOVE VSIO-CLOSE TO VSIO-COMMAND
041400         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041500                             DATASET-FILE,
041600                             DATASET-RECORD
041700         IF WS-FAILED
041800             PERFORM 180-RAISE-TO-8 THRU 189-EXIT
041900             MOVE 'SWEEP STOPPED - SEE SYSOUT'
042000               TO WS-DATASET-STATUS
042100         ELSE
042200             MOVE 'SWEPT IN PLACE' TO WS-DATASET-STATUS
042300         END-IF
042400     ELSE
042500         MOVE ZERO TO WS-SEQUENCE
042600         SORT SORT-WORK-FILE
042700             ON ASCENDING KEY SR-STUDENT-ID,
042800                              SR-SEQUENCE
042900             INPUT PROCEDURE IS 300-PASS-DATASET
043000             OUTPUT PROCEDURE IS 400-RELOAD-DATASET.
043100*    END-IF.
043200
043300     PERFORM 140-CLOSE-ARCHIVE THRU 149-EXIT.
043400
043500 190-PRINT-DATASET.
043600
043700     MOVE READ-COUNTER TO DL-READ.
043800     MOVE KEPT-COUNTER TO DL-KEPT.
043900     MOVE ARCHIVED-COUNTER TO DL-ARCHIVED.
044000     MOVE PURGED-COUNTER TO DL-PURGED.
044100     MOVE CARRIED-COUNTER TO DL-CARRIED.
044200     MOVE WS-DATASET-STATUS TO DL-STATUS.
044300     WRITE REPORT-LINE FROM DETAIL-LINE.
044400
044500     ADD KEPT-COUNTER TO TOTAL-KEPT-COUNTER.
044600     ADD ARCHIVED-COUNTER TO TOTAL-ARCHIVED-COUNTER.
044700     ADD PURGED-COUNTER TO TOTAL-PURGED-COUNTER.
044800     ADD 1 TO WS-CURRENT-DX.
044900
045000 199-EXIT.
045100     EXIT.
045200
045300* ************************************************************** *
045400* READS THE DATASET'S SCHEDULE ENTRY AND WORKS OUT THE CUTOFF.   *
045500* WS-DATASET-STATUS COMES BACK NON-BLANK WHEN THE DATASET IS     *
045600* NOT TO BE TOUCHED.                                             *
045700* ************************************************************** *
045800 110-LOOK-UP-SCHEDULE.
045900
046000     MOVE SPACES TO RETENTION-TABLE-RECORD.
046100     MOVE DE-DDNAME (WS-CURRENT-DX) TO RTN-DDNAME.
046200     MOVE VSIO-READ TO VSIO-COMMAND.
046300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046400                         RETENTION-TABLE-FILE,
046500                         RETENTION-TABLE-RECORD.
046600*    END-CALL.
046700     IF NOT VSIO-SUCCESS
046800         MOVE 'NO SCHEDULE ENTRY - NOT TOUCHED'
046900           TO WS-DATASET-STATUS
047000         IF WS-RUN-RETURN-CODE LESS THAN 4
047100             MOVE 4 TO WS-RUN-RETURN-CODE
047200         END-IF
047300         MOVE +0 TO VSIO-RETURN-CODE
047400         GO TO 119-EXIT.
047500*    END-IF.
047600
047700     MOVE RTN-DISPOSITION TO DL-DISPOSITION.
047800
047900     IF RTN-PERMANENT
048000         MOVE 'PERMANENT - REFUSED, NOT TOUCHED'
048100           TO WS-DATASET-STATUS
048200         GO TO 119-EXIT.
048300*    END-IF.
048400
048500     IF (NOT RTN-ARCHIVE AND NOT RTN-PURGE)
048600     OR RTN-RETAIN-YEARS NOT NUMERIC
048700     OR RTN-RETAIN-YEARS EQUAL ZERO
048800         MOVE 'SCHEDULE ENTRY INVALID - NOT TOUCHED'
048900           TO WS-DATASET-STATUS
049000         PERFORM 180-RAISE-TO-8 THRU 189-EXIT
049100         GO TO 119-EXIT.
049200*    END-IF.
049300
049400     MOVE RTN-RETAIN-YEARS TO DL-RETAIN-YEARS.
049500     COMPUTE WS-CUTOFF-CCYY = WS-RUN-CCYY - RTN-RETAIN-YEARS.
049600     MOVE WS-RUN-CMMDD TO WS-CUTOFF-MMDD.
049700     MOVE WS-CUTOFF-DATE TO DL-CUTOFF.
049800
049900 119-EXIT.
050000     EXIT.
050100
050200* ************************************************************** *
050300* OPENS THE DATASET: A KSDS DYNAMIC I-O SO IT CAN BE READ IN     *
050400* KEY ORDER AND DELETED FROM, AN ESDS INPUT FOR THE FIRST PASS.  *
050500* ************************************************************** *
050600 120-OPEN-DATASET.
050700
050800     MOVE DE-DDNAME (WS-CURRENT-DX)
050900       TO VSIO-DDNAME OF DATASET-FILE.
051000     MOVE DE-ORGANIZATION (WS-CURRENT-DX)
051100       TO VSIO-ORGANIZATION OF DATASET-FILE.
051200     MOVE DE-RECORD-LENGTH (WS-CURRENT-DX)
051300       TO VSIO-RECORD-LENGTH OF DATASET-FILE.
051400     MOVE +0 TO VSIO-KEY-POSITION OF DATASET-FILE.
051500     MOVE DE-KEY-LENGTH (WS-CURRENT-DX)
051600       TO VSIO-KEY-LENGTH OF DATASET-FILE.
051700     IF DE-KSDS (WS-CURRENT-DX)
051800         MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF DATASET-FILE
051900         MOVE VSIO-I-O TO VSIO-MODE OF DATASET-FILE
052000     ELSE
052100         MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF DATASET-FILE
052200         MOVE VSIO-INPUT TO VSIO-MODE OF DATASET-FILE.
052300*    END-IF.
052400     MOVE VSIO-OPEN TO VSIO-COMMAND.
052500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052600                         DATASET-FILE,
052700                         DATASET-RECORD.
052800*    END-CALL.
052900     IF NOT VSIO-SUCCESS
053000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053100         MOVE 'Y' TO WS-FAILED-SWITCH
053200         PERFORM 180-RAISE-TO-8 THRU 189-EXIT
053300         MOVE 'OPEN FAILED - NOT TOUCHED' TO WS-DATASET-STATUS.
053400*    END-IF.
053500
053600 129-EXIT.
053700     EXIT.
053800
053900* ************************************************************** *
054000* OPENS THE ARCHIVE GENERATION NAMED ON THE SCHEDULE ENTRY.      *
054100* ************************************************************** *
054200 130-OPEN-ARCHIVE.
054300
054400     MOVE RTN-ARCHIVE-DDNAME TO VSIO-DDNAME OF ARCHIVE-FILE.
054500     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF ARCHIVE-FILE.
054600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF ARCHIVE-FILE.
054700     MOVE VSIO-OUTPUT TO VSIO-MODE OF ARCHIVE-FILE.
054800     MOVE DE-RECORD-LENGTH (WS-CURRENT-DX)
054900       TO VSIO-RECORD-LENGTH OF ARCHIVE-FILE.
055000     MOVE +0 TO VSIO-KEY-POSITION OF ARCHIVE-FILE.
055100     MOVE +0 TO VSIO-KEY-LENGTH OF ARCHIVE-FILE.
055200     MOVE VSIO-OPEN TO VSIO-COMMAND.
055300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055400                         ARCHIVE-FILE,
055500                         DATASET-RECORD.
055600*    END-CALL.
055700     IF VSIO-SUCCESS
055800         MOVE 'Y' TO WS-ARCHIVE-OPEN-SWITCH
055900     ELSE
056000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056100         MOVE 'Y' TO WS-FAILED-SWITCH
056200         PERFORM 180-RAISE-TO-8 THRU 189-EXIT
056300         MOVE 'ARCHIVE OPEN FAILED - NOT TOUCHED'
056400           TO WS-DATASET-STATUS.
056500*    END-IF.
056600
056700 139-EXIT.
056800     EXIT.
056900
057000 140-CLOSE-ARCHIVE.
057100
057200     IF NOT WS-ARCHIVE-OPEN
057300         GO TO 149-EXIT.
057400*    END-IF.
057500
057600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
057700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057800                         ARCHIVE-FILE,
057900                         DATASET-RECORD.
058000*    END-CALL.
058100     MOVE 'N' TO WS-ARCHIVE-OPEN-SWITCH.
058200
058300 149-EXIT.
058400     EXIT.
058500
058600* ************************************************************** *
058700* SETS WS-EXPIRED WHEN THE RECORD IN DATASET-RECORD IS DATED     *
058800* BEFORE THE CUTOFF.  A SEMESTER IS TAKEN AS ENDING 12/31 OF     *
058900* ITS YEAR.                                                      *
059000* ************************************************************** *
059100 150-CHECK-EXPIRED.
059200
059300     MOVE 'N' TO WS-EXPIRED-SWITCH.
059400     MOVE DE-DATE-POSITION (WS-CURRENT-DX) TO WS-DATE-POSITION.
059500     IF DE-SEMESTER-DATE (WS-CURRENT-DX)
059600         MOVE DATASET-RECORD (WS-DATE-POSITION + 2:4)
059700           TO WS-RECORD-CCYY
059800         MOVE '1231' TO WS-RECORD-MMDD
059900     ELSE
060000         MOVE DATASET-RECORD (WS-DATE-POSITION:8)
060100           TO WS-RECORD-DATE.
060200*    END-IF.
060300
060400     IF WS-RECORD-DATE-N NOT NUMERIC
060500         GO TO 159-EXIT.
060600*    END-IF.
060700
060800     IF WS-RECORD-DATE-N LESS THAN WS-CUTOFF-DATE
060900         MOVE 'Y' TO WS-EXPIRED-SWITCH.
061000*    END-IF.
061100
061200 159-EXIT.
061300     EXIT.
061400
061500* ************************************************************** *
061600* DISPOSES OF ONE EXPIRED RECORD: WRITES IT TO THE ARCHIVE       *
061700* GENERATION FOR 'A' AND COUNTS IT ARCHIVED OR PURGED.           *
061800* ************************************************************** *
061900 160-DISPOSE-EXPIRED.
062000
062100     IF RTN-PURGE
062200         ADD +1 TO PURGED-COUNTER
062300         GO TO 169-EXIT.
062400*    END-IF.
062500
062600     MOVE DE-RECORD-LENGTH (WS-CURRENT-DX)
062700       TO VSIO-RECORD-LENGTH OF ARCHIVE-FILE.
062800     MOVE VSIO-WRITE TO VSIO-COMMAND.
062900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063000                         ARCHIVE-FILE,
063100                         DATASET-RECORD.
063200*    END-CALL.
063300     IF VSIO-SUCCESS
063400         ADD +1 TO ARCHIVED-COUNTER
063500     ELSE
063600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
063700         MOVE 'Y' TO WS-FAILED-SWITCH.
063800*    END-IF.
063900
064000 169-EXIT.
064100     EXIT.
064200
064300* ************************************************************** *
064400* RAISES THE RUN'S RETURN CODE TO 8 UNLESS IT IS ALREADY HIGHER. *
064500* ************************************************************** *
064600 180-RAISE-TO-8.
064700
064800     IF WS-RUN-RETURN-CODE LESS THAN 8
064900         MOVE 8 TO WS-RUN-RETURN-CODE.
065000*    END-IF.
065100
065200 189-EXIT.
065300     EXIT.
065400
065500* ************************************************************** *
065600* ONE RECORD OF A KSDS SWEEP.  THE KEY IS BLANKED BEFORE EACH    *
065700* READ SO VSAMIO READS THE NEXT RECORD IN KEY ORDER; AN          *
065800* EXPIRED RECORD IS ARCHIVED (IF SCHEDULED) AND THEN DELETED BY  *
065900* THE KEY STILL IN THE RECORD AREA.                              *
066000* ************************************************************** *
066100 200-SWEEP-KSDS-RECORD.
066200
066300     MOVE SPACES TO DATASET-RECORD.
066400     MOVE VSIO-READ TO VSIO-COMMAND.
066500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066600                         DATASET-FILE,
066700                         DATASET-RECORD.
066800*    END-CALL.
066900     IF NOT VSIO-SUCCESS
067000         IF VSIO-END-OF-FILE
067100             MOVE 'Y' TO DATASET-EOF-SWITCH
067200             GO TO 209-EXIT
067300         ELSE
067400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067500             MOVE 'Y' TO WS-FAILED-SWITCH
067600             MOVE 'Y' TO DATASET-EOF-SWITCH
067700             GO TO 209-EXIT.
067800*        END-IF
067900*    END-IF.
068000
068100     ADD +1 TO READ-COUNTER.
068200     PERFORM 150-CHECK-EXPIRED THRU 159-EXIT.
068300     IF NOT WS-EXPIRED
068400         ADD +1 TO KEPT-COUNTER
068500         GO TO 209-EXIT.
068600*    END-IF.
068700
068800     PERFORM 160-DISPOSE-EXPIRED THRU 169-EXIT.
068900     IF WS-FAILED
069000         MOVE 'Y' TO DATASET-EOF-SWITCH
069100         GO TO 209-EXIT.
069200*    END-IF.
069300
069400     MOVE VSIO-DELETE TO VSIO-COMMAND.
069500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
069600                         DATASET-FILE,
069700                         DATASET-RECORD.
069800*    END-CALL.
069900     IF NOT VSIO-SUCCESS
070000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
070100         MOVE 'Y' TO WS-FAILED-SWITCH
070200         MOVE 'Y' TO DATASET-EOF-SWITCH.
070300*    END-IF.
070400
070500 209-EXIT.
070600     EXIT.
070700
070800* ************************************************************** *
070900* SORT INPUT PROCEDURE - THE FIRST PASS OF AN ESDS.  RECORDS     *
071000* TO KEEP GO TO RETNWRK; EXPIRED RECORDS ARE DISPOSED OF AND,    *
071100* FOR ARDETL, RELEASED BY STUDENT AND ORIGINAL ORDER SO THE      *
071200* OUTPUT PROCEDURE CAN BUILD THE BFW ENTRIES.  THE ESDS IS       *
071300* CLOSED AT THE END OF THE PASS.                                 *
071400* ************************************************************** *
071500 300-PASS-DATASET SECTION.
071600
071700 300-PASS-DATASET-PARA.
071800
071900     OPEN OUTPUT WORK-FILE.
072000     PERFORM 310-PASS-ONE-RECORD
072100        THRU 319-PARA-EXIT
072200       UNTIL DATASET-EOF.
072300*    END-PERFORM.
072400     CLOSE WORK-FILE.
072500
072600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
072700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072800                         DATASET-FILE,
072900                         DATASET-RECORD.
073000*    END-CALL.
073100     GO TO 399-EXIT.
073200
073300 310-PASS-ONE-RECORD.
073400
073500     MOVE VSIO-READ TO VSIO-COMMAND.
073600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
073700                         DATASET-FILE,
073800                         DATASET-RECORD.
073900*    END-CALL.
074000     IF NOT VSIO-SUCCESS
074100         IF VSIO-END-OF-FILE
074200             MOVE 'Y' TO DATASET-EOF-SWITCH
074300             GO TO 319-PARA-EXIT
074400         ELSE
074500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
074600             MOVE 'Y' TO WS-FAILED-SWITCH
074700             MOVE 'Y' TO DATASET-EOF-SWITCH
074800             GO TO 319-PARA-EXIT.
074900*        END-IF
075000*    END-IF.
075100
075200     ADD +1 TO READ-COUNTER.
075300     PERFORM 150-CHECK-EXPIRED THRU 159-EXIT.
075400     IF NOT WS-EXPIRED
075500         WRITE WORK-RECORD FROM DATASET-RECORD
075600         ADD +1 TO KEPT-COUNTER
075700         GO TO 319-PARA-EXIT.
075800*    END-IF.
075900
076000     PERFORM 160-DISPOSE-EXPIRED THRU 169-EXIT.
076100     IF WS-FAILED
076200         MOVE 'Y' TO DATASET-EOF-SWITCH
076300         GO TO 319-PARA-EXIT.
076400*    END-IF.
076500
076600     IF WS-CURRENT-DX EQUAL DX-AR-DETAIL
076700         ADD +1 TO WS-SEQUENCE
076800         MOVE ARD-STUDENT-ID TO SR-STUDENT-ID
076900         MOVE WS-SEQUENCE TO SR-SEQUENCE
077000         MOVE ARD-AMOUNT TO SR-AMOUNT
077100         MOVE ARD-BALANCE TO SR-BALANCE
077200         RELEASE SORT-RECORD.
077300*    END-IF.
077400
077500 319-PARA-EXIT.
077600     EXIT.
077700
077800 399-EXIT.
077900     EXIT.
078000
078100* ************************************************************** *
078200* SORT OUTPUT PROCEDURE - RELOADS THE ESDS AFTER A CLEAN FIRST   *
078300* PASS THAT FOUND SOMETHING EXPIRED: THE BFW ENTRIES FIRST (FOR  *
078400* ARDETL), THEN EVERY RECORD KEPT, BACK FROM RETNWRK.            *
078500* ************************************************************** *
078600 400-RELOAD-DATASET SECTION.
078700
078800 400-RELOAD-DATASET-PARA.
078900
079000     IF WS-FAILED
079100         PERFORM 180-RAISE-TO-8 THRU 189-EXIT
079200         MOVE 'PASS FAILED - NOT RELOADED' TO WS-DATASET-STATUS
079300         GO TO 499-EXIT.
079400*    END-IF.
079500
079600     IF ARCHIVED-COUNTER EQUAL ZERO
079700     AND PURGED-COUNTER EQUAL ZERO
079800         MOVE 'NOTHING EXPIRED' TO WS-DATASET-STATUS
079900         GO TO 499-EXIT.
080000*    END-IF.
080100
080200     MOVE VSIO-OUTPUT TO VSIO-MODE OF DATASET-FILE.
080300     MOVE VSIO-OPEN TO VSIO-COMMAND.
080400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
080500                         DATASET-FILE,
080600                         DATASET-RECORD.
080700*    END-CALL.
080800     IF NOT VSIO-SUCCESS
080900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
081000         MOVE 12 TO WS-RUN-RETURN-CODE
081100         MOVE 'RELOAD FAILED - RESTORE FROM RETNWRK'
081200           TO WS-DATASET-STATUS
081300         GO TO 499-EXIT.
081400*    END-IF.
081500
081600     MOVE 'N' TO SORT-EOF-SWITCH.
081700     PERFORM 415-RETURN-EXPIRED THRU 415-PARA-EXIT.
081800     PERFORM 410-WRITE-CARRY-FORWARD
081900        THRU 419-PARA-EXIT
082000       UNTIL SORT-EOF
082100          OR WS-FAILED.
082200*    END-PERFORM.
082300
082400     MOVE 'N' TO WORK-EOF-SWITCH.
082500     OPEN INPUT WORK-FILE.
082600     PERFORM 420-RELOAD-ONE-RECORD
082700        THRU 429-PARA-EXIT
082800       UNTIL WORK-EOF
082900          OR WS-FAILED.
083000*    END-PERFORM.
083100     CLOSE WORK-FILE.
083200
083300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
083400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
083500                         DATASET-FILE,
083600                         DATASET-RECORD.
083700*    END-CALL.
083800
083900     IF WS-FAILED
084000         MOVE 12 TO WS-RUN-RETURN-CODE
084100         MOVE 'RELOAD FAILED - RESTORE FROM RETNWRK'
084200           TO WS-DATASET-STATUS
084300     ELSE
084400         MOVE 'RELOADED' TO WS-DATASET-STATUS.
084500*    END-IF.
084600     GO TO 499-EXIT.
084700
084800* ************************************************************** *
084900* SUMS THE EXPIRED ARDETL ENTRIES OF THE NEXT STUDENT AND        *
085000* WRITES THE BFW ENTRY THAT STANDS IN FOR THEM.  SORT-RECORD     *
085100* ALWAYS HOLDS THE FIRST ENTRY NOT YET SUMMED.                   *
085200* ************************************************************** *
085300 410-WRITE-CARRY-FORWARD.
085400
085500     MOVE SR-STUDENT-ID TO WS-CARRY-STUDENT-ID.
085600     MOVE ZERO TO WS-CARRY-AMOUNT.
085700     PERFORM 412-ADD-EXPIRED-ENTRY
085800        THRU 412-PARA-EXIT
085900       UNTIL SORT-EOF
086000          OR SR-STUDENT-ID NOT EQUAL WS-CARRY-STUDENT-ID.
086100*    END-PERFORM.
086200
086300     IF WS-CARRY-AMOUNT EQUAL ZERO
086400         GO TO 419-PARA-EXIT.
086500*    END-IF.
086600
086700     MOVE SPACES TO AR-DETAIL-RECORD.
086800     MOVE WS-CARRY-STUDENT-ID TO ARD-STUDENT-ID.
086900     MOVE WS-CUTOFF-DATE TO ARD-POST-DATE.
087000     MOVE 'BFW' TO ARD-TYPE.
087100     MOVE WS-CARRY-AMOUNT TO ARD-AMOUNT.
087200     MOVE 'RETENTION BAL FWD' TO ARD-REFERENCE.
087300     MOVE WS-CARRY-BALANCE TO ARD-BALANCE.
087400     MOVE DE-RECORD-LENGTH (WS-CURRENT-DX)
087500       TO VSIO-RECORD-LENGTH OF DATASET-FILE.
087600     MOVE VSIO-WRITE TO VSIO-COMMAND.
087700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
087800                         DATASET-FILE,
087900                         DATASET-RECORD.
088000*    END-CALL.
088100     IF VSIO-SUCCESS
088200         ADD +1 TO CARRIED-COUNTER
088300     ELSE
088400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
088500         MOVE 'Y' TO WS-FAILED-SWITCH.
088600*    END-IF.
088700
088800 419-PARA-EXIT.
088900     EXIT.
089000
089100 412-ADD-EXPIRED-ENTRY.
089200
089300     ADD SR-AMOUNT TO WS-CARRY-AMOUNT.
089400     MOVE SR-BALANCE TO WS-CARRY-BALANCE.
089500     PERFORM 415-RETURN-EXPIRED THRU 415-PARA-EXIT.
089600
089700 412-PARA-EXIT.
089800     EXIT.
089900
090000 415-RETURN-EXPIRED.
090100
090200     RETURN SORT-WORK-FILE
090300         AT END
090400             MOVE 'Y' TO SORT-EOF-SWITCH.
090500*    END-RETURN.
090600
090700 415-PARA-EXIT.
090800     EXIT.
090900
091000 420-RELOAD-ONE-RECORD.
091100
091200     READ WORK-FILE INTO DATASET-RECORD
091300         AT END
091400             MOVE 'Y' TO WORK-EOF-SWITCH
091500             GO TO 429-PARA-EXIT.
091600*    END-READ.
091700
091800     MOVE DE-RECORD-LENGTH (WS-CURRENT-DX)
091900       TO VSIO-RECORD-LENGTH OF DATASET-FILE.
092000     MOVE VSIO-WRITE TO VSIO-COMMAND.
092100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
092200                         DATASET-FILE,
092300                         DATASET-RECORD.
092400*    END-CALL.
092500     IF NOT VSIO-SUCCESS
092600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
092700         MOVE 'Y' TO WS-FAILED-SWITCH.
092800*    END-IF.
092900
093000 429-PARA-EXIT.
093100     EXIT.
093200
093300 499-EXIT.
093400     EXIT.
093500
093600* ************************************************************** *
093700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
093800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
093900* PROGRAM IN THIS SUITE.                                         *
094000* ************************************************************** *
094100 500-DISPLAY-UNKNOWN-ERROR SECTION.
094200
094300 500-DISPLAY-PARA.
094400
094500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
094600     EXHIBIT NAMED VSIO-RETURN-CODE.
094700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
094800                   VSIO-VSAM-FUNCTION-CODE,
094900                   VSIO-VSAM-FEEDBACK-CODE.
095000
095100 509-EXIT.
095200     EXIT.
