001600* MODIFICATION HISTORY.                                          *
001700*   DATE       INIT  DESCRIPTION                                 *
001800*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
001810*   10/15/2026 JM    OPEN RECALL CAMPAIGN COUNT DISPLAYED.       *
001820*   10/15/2026 JM    LOT AND WRITTEN-OFF STATUS DISPLAYED.       *
001900* ************************************************************* *
002000
002100 ENVIRONMENT DIVISION.
005200     02  VMR-STATUS              PIC X(01).
005300         88  VMR-ON-HAND                 VALUE 'H'.
005400         88  VMR-SOLD                    VALUE 'S'.
005410         88  VMR-WRITTEN-OFF             VALUE 'W'.
005500     02  VMR-RECEIPT-DATE        PIC 9(08).
005600     02  VMR-SALE-DATE           PIC 9(08).
005700     02  VMR-DEALER-ID           PIC X(05).
005800     02  VMR-OPEN-RECALLS        PIC 9(02).
005810     02  VMR-LOT-ID              PIC X(04).
005820     02  FILLER                  PIC X(05).
005900
006000 PROCEDURE DIVISION.
006100
013100         DISPLAY 'MODEL.....: ' VMR-CAR-MODEL
013200         DISPLAY 'PROD YEAR.: ' VMR-FY-PROD
013300         DISPLAY 'RECEIVED..: ' VMR-RECEIPT-DATE
013310         DISPLAY 'LOT.......: ' VMR-LOT-ID
013400         IF VMR-SOLD
013500             DISPLAY 'STATUS....: SOLD'
013600             DISPLAY 'SOLD DATE.: ' VMR-SALE-DATE
013700             DISPLAY 'DEALER....: ' VMR-DEALER-ID
013800         ELSE
013900             IF VMR-WRITTEN-OFF
013910                 DISPLAY 'STATUS....: WRITTEN OFF - NOT FOUND'
013920                 DISPLAY 'WRITTEN...: ' VMR-SALE-DATE
013930             ELSE
013940                 DISPLAY 'STATUS....: ON HAND'
013950             END-IF
014000         END-IF
014010         IF VMR-OPEN-RECALLS NUMERIC
014020         AND VMR-OPEN-RECALLS GREATER THAN ZERO
014030             DISPLAY 'RECALLS...: ' VMR-OPEN-RECALLS
014040                     ' OPEN - SEE RCLMATCH'
014050         END-IF
014100     ELSE
014200         IF VSIO-RECORD-NOT-FOUND
014300             DISPLAY 'VININQ: VIN ' CC-VIN
