002284*                    INQUIRY POINTS THE VSIOAUD DD AT THE     *
002285*                    WANTED ARCHIVE GENERATION (SEE           *
002286*                    JCL/AUDROT.JCL).                         *
002287*   10/15/2026 JM    SECTTBL IMAGES CARRY THE SEMESTER AFTER     *
002288*                    THE SECTION NUMBER (BYTES 7-12): THE        *
002289*                    FIELD DIRECTORY DIFFS IT AND THE LATER      *
002290*                    SECTTBL OFFSETS MOVED UP BY SIX.            *
002300* ************************************************************* *
002400
002500 ENVIRONMENT DIVISION.
008900 77  READ-COUNTER                PIC S9(8) COMP VALUE ZERO.
009000 77  WS-PREFIX-LENGTH            PIC S9(4) COMP VALUE ZERO.
009100 77  FIELD-IDX                   PIC S9(4) COMP VALUE ZERO.
009110 77  FIELD-ENTRY-COUNT           PIC S9(4) COMP VALUE +31.
009200 77  WS-OFFSET                   PIC S9(4) COMP VALUE ZERO.
009300 77  WS-LENGTH                   PIC S9(4) COMP VALUE ZERO.
009400 77  WS-LAYOUT-CODE              PIC X(01)   VALUE SPACE.
012000     02  FILLER PIC X(19) VALUE 'TDEPARTMENT  001002'.
012100     02  FILLER PIC X(19) VALUE 'TCOURSE      003003'.
012200     02  FILLER PIC X(19) VALUE 'TSECTION     006001'.
012210     02  FILLER PIC X(19) VALUE 'TSEMESTER    007006'.
012300     02  FILLER PIC X(19) VALUE 'TDESCRIPTION 013011'.
012400     02  FILLER PIC X(19) VALUE 'TCAPACITY    024003'.
012500     02  FILLER PIC X(19) VALUE 'TENROLLED    027003'.
012600     02  FILLER PIC X(19) VALUE 'TMEET-DAYS   030005'.
012700     02  FILLER PIC X(19) VALUE 'TSTART-TIME  035004'.
012800     02  FILLER PIC X(19) VALUE 'TEND-TIME    039004'.
012900     02  FILLER PIC X(19) VALUE 'TROOM        043005'.
013000     02  FILLER PIC X(19) VALUE 'TINSTRUCTOR  048005'.
013100 01  FILLER REDEFINES FIELD-DIRECTORY.
013200     02  FIELD-ENTRY OCCURS 31 TIMES.
013300         03  FE-LAYOUT           PIC X(01).
013400         03  FE-NAME             PIC X(12).
013500         03  FE-OFFSET           PIC 9(03).
