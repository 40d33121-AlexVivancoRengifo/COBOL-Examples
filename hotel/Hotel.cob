000087*            WRITES. LEVEL "S" = SUPERVISOR, "C" = CLERK --
000087*            SPACES MEANS NOBODY IS SIGNED ON
000087*
000087     03  BUSINESS-DATE-AREA.
000087         05  EX-BUSDATE      PIC X(10).
000087         05  EX-BUSDATE8     PIC 9(08).
000087*            HOTEL BUSINESS DATE ("YYYY/MM/DD" AND YYYYMMDD) SET
000087*            BY GET-BUSINESS-DATE FROM THE BUSDATE CONTROL FILE --
000087*            ROLLED ONLY BY END-OF-DAY-RUN, NEVER BY THE CLOCK
000087*
000087     03  CANCEL-AREA.
000087         05  EX-CXLREASON    PIC X(20).
000087*            CANCELLATION REASON KEYED AT THE DESK FOR
000087*            CANCEL-RESERVATION AND CANCEL-GROUP-BLOCK
000087         05  EX-CXLDAYS      PIC 9(03).
000087         05  EX-CXLNIGHTS    PIC 9(02).
000087*            FREE-CANCELLATION DAYS BEFORE ARRIVAL AND PENALTY
000087*            NIGHTS KEYED BY THE SUPERVISOR FOR
000087*            CANCEL-POLICY-MAINTENANCE (ROOM TYPE IN EX-RSVTYPE)
000087         05  EX-CXLKIND      PIC X(01).
000087         05  EX-CXLNUM       PIC X(09).
000087         05  EX-CXLROOM      PIC X(04).
000087         05  EX-CXLTYPE      PIC X(02).
000087         05  EX-CXLDATE      PIC X(10).
000087         05  EX-CXLSTAY      PIC X(02).
000087         05  EX-CXLNAME      PIC X(20).
000087         05  EX-CXLTEL       PIC X(12).
000087         05  EX-CXLGROUP     PIC X(05).
000087*            THE ROW BEING CANCELLED ("C") OR RELEASED AS A
000087*            NO-SHOW ("N"), HANDED TO APPLY-CANCELLATION-POLICY
000087         05  EX-CXLPENALTY   PIC 9(07)V9(02).
000087         05  EX-CXLREFUND    PIC 9(07)V9(02).
000087*            PENALTY CHARGED AND DEPOSIT REFUNDED, RETURNED BY
000087*            APPLY-CANCELLATION-POLICY
000087*
000087     03  CITY-LEDGER-AREA.
000087         05  EX-ARACCT       PIC X(06).
000087         05  EX-ARXFER       PIC X(01).
000087*            DIRECT-BILL ACCOUNT, AND "Y" KEYED AT CHECK-OUT TO
000087*            TRANSFER THE BALANCE DUE TO IT INSTEAD OF COLLECTING
000087*            IT -- A BLANK ACCOUNT ON A GROUP MEMBER BILLS THE
000087*            GROUP'S MASTER ACCOUNT
000087         05  EX-ARNAME       PIC X(30).
000087         05  EX-ARTEL        PIC X(12).
000087         05  EX-ARGROUP      PIC X(05).
000087         05  EX-ARLIMIT      PIC 9(07)V9(02).
000087         05  EX-ARSTAT       PIC X(01).
000087*            NAME, PHONE, GROUP BILLED TO THE ACCOUNT, CREDIT
000087*            LIMIT (ZERO = NONE) AND STATUS ("A" = ACTIVE, "C" =
000087*            CLOSED) KEYED FOR DIRECT-BILL-MAINTENANCE
000087         05  EX-ARINV        PIC 9(04).
000087         05  EX-ARAMT        PIC 9(07)V9(02).
000087         05  EX-ARREF        PIC X(12).
000087*            INVOICE (ZERO = OLDEST OPEN INVOICES FIRST), AMOUNT
000087*            AND REMITTANCE REFERENCE KEYED FOR
000087*            POST-CITY-LEDGER-PAYMENT
000087*
000087     03  GUEST-LEDGER-AREA.
000087         05  EX-HBLIMIT      PIC 9(07)V9(02).
000087*            UNPAID BALANCE ABOVE WHICH AN IN-HOUSE GUEST IS
000087*            LISTED BY HIGH-BALANCE-REPORT -- ZERO MEANS THE
000087*            HOUSE LIMIT
000087*
000087     03  OVERBOOKING-AREA.
000087         05  EX-OBFROM       PIC X(10).
000087         05  EX-OBTO         PIC X(10).
000087         05  EX-OBEXTRA      PIC 9(03).
000087*            FIRST AND LAST ARRIVAL DATE AND EXTRA ROOMS KEYED
000087*            BY THE SUPERVISOR FOR OVERBOOKING-MAINTENANCE (ROOM
000087*            TYPE IN EX-RSVTYPE) -- ZERO EXTRA ROOMS WITHDRAWS
000087*            THE RANGE
000087         05  EX-OBQTYPE      PIC X(02).
000087         05  EX-OBQDATE      PIC X(10).
000087         05  EX-OBQEXTRA     PIC 9(03).
000087*            ROOM TYPE AND ARRIVAL DATE HANDED TO
000087*            GET-OVERBOOKING-ALLOWANCE, AND THE EXTRA ROOMS IT
000087*            RETURNS (ZERO = NO ALLOWANCE IN FORCE)
000087*
000087     03  ROOM-UPGRADE-AREA.
000087         05  EX-UPGNUM       PIC X(09).
000087         05  EX-UPGROOM      PIC X(04).
000087         05  EX-UPGTYPE      PIC X(02).
000087*            RESERVATION AND ROOM HANDED TO GET-BOOKED-RATE-TYPE
000087*            WITH THE ROOM'S OWN TYPE IN EX-UPGTYPE -- RETURNED AS
000087*            THE TYPE THE NIGHTS ARE CHARGED AT: THE TYPE BOOKED
000087*            WHEN THE ROOM WAS GIVEN AS A NO-CHARGE UPGRADE
000087*
000087     03  BOOKING-SOURCE-AREA.
000087         05  EX-RSVSOURCE    PIC X(01).
000087         05  EX-RSVAGENT     PIC X(08).
000087*            HOW THE BOOKING REACHED THE HOTEL ("D" = DESK,
000087*            "P" = TELEPHONE, "C" = CENTRAL RESERVATION FEED,
000087*            "G" = GROUP BLOCK -- SPACE IS TAKEN AS THE DESK)
000087*            AND THE IATA/AGENT NUMBER WHEN A TRAVEL AGENT MADE
000087*            THE BOOKING
000087         05  EX-AGTNUM       PIC X(08).
000087         05  EX-AGTNAME      PIC X(30).
000087         05  EX-AGTTEL       PIC X(12).
000087         05  EX-AGTPCT       PIC 9(02)V9(02).
000087         05  EX-AGTSTAT      PIC X(01).
000087*            AGENT NUMBER, NAME, PHONE, COMMISSION PCT AND STATUS
000087*            ("A" = ACTIVE, "C" = CLOSED) KEYED BY THE SUPERVISOR
000087*            FOR TRAVEL-AGENT-MAINTENANCE
000087         05  EX-AGQNUM       PIC X(08).
000087         05  EX-AGQSTAT      PIC X(01).
000087         05  EX-AGQPCT       PIC 9(02)V9(02).
000087*            AGENT NUMBER HANDED TO GET-TRAVEL-AGENT, AND THE
000087*            STATUS AND COMMISSION PCT IT RETURNS (STATUS SPACE =
000087*            NOT ON THE AGENT MASTER)
000087*
000087     03  ERASURE-AREA.
000087         05  EX-ERSGST       PIC X(05).
000087         05  EX-ERSNAME      PIC X(20).
000087         05  EX-ERSTEL       PIC X(12).
000087*            GUEST NUMBER, OR NAME AND PHONE, KEYED BY THE
000087*            SUPERVISOR FOR ERASE-GUEST-DATA
000087         05  EX-RETYEARS     PIC 9(02).
000087*            YEARS A STAY OR PROFILE IS KEPT BEFORE
000087*            GUEST-DATA-RETENTION ANONYMIZES IT (ZERO = HOUSE
000087*            DEFAULT)
000087         05  EX-ERSKIND      PIC X(01).
000087         05  EX-ERSCUTOFF    PIC X(10).
000087         05  EX-ERSROWS      PIC 9(07).
000087*            HANDED TO ANONYMIZE-GUEST-DATA: "G" = ONE GUEST BY
000087*            NAME AND PHONE, "R" = EVERYTHING LAST TOUCHED BEFORE
000087*            THE CUT-OFF DATE -- AND THE ROWS IT ANONYMIZED
000087*
000087     03  UTILITY-AREA.
000087         05  EX-UTLFUNC      PIC X(01).
000087         05  EX-UTLFILE      PIC X(08).
000087*            MASTER-FILE-UTILITY FUNCTION ("U" = UNLOAD, "R" =
000087*            RELOAD) AND THE MASTER TO TAKE ("RESVFILE",
000087*            "GSTFILE", ... -- SPACES OR "ALL" = EVERY MASTER)
000087*
000088******************************************************************
000089*        SHEET(ITEM)     :   HOTEL
000090*        EVENT           :   CONSTANT
000439     05  RSV-STAT-KEY        PIC X(01).
000439     05  RSV-GROUP-KEY       PIC X(05).
000439     05  RSV-USER-KEY        PIC X(08).
000439     05  RSV-SOURCE-KEY      PIC X(01).
000439     05  RSV-AGENT-KEY       PIC X(08).
000439 FD  RATE-FILE.
000439 01  RATE-RECORD.
000439     05  RATE-ID-KEY.
000483***  1995 DEMO COUNTS ONLY COVER THE SEED DATA, AND THE        ***
000484***  DISPLAY WINDOW MAY NOT HOLD EVERY LIVE ROW                ***
000485*
000486     CALL    "GET-BUSINESS-DATE".
000486     MOVE    EX-BUSDATE8      TO  TODAY-8.
000487     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
000488     PERFORM RECOUNT-ROOM-RESERVATIONS.
000489*
000520                                        RSV-STAT-KEY
000520                                        RSV-GROUP-KEY
000520                                        RSV-USER-KEY
000520                                        RSV-AGENT-KEY
000520         MOVE "D"                    TO RSV-SOURCE-KEY
000521         WRITE RESERVATION-RECORD
000522     END-PERFORM.
000523     CLOSE RESERVATION-FILE.
000526***  UNDER THE NEW KEY AND IS REBUILT FROM THE SEED            ***
000526*
000526     MOVE    ROOM-RATE-DEF           TO  ROOM-RATE-LIST.
000526     CALL    "GET-BUSINESS-DATE".
000526     MOVE    EX-BUSDATE8      TO  TODAY-8.
000526     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
000526     MOVE    "/"             TO  TODAY-YMD (5:1).
000526     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
000578*        EVENT       ===>    DEMO001 BOOKING SUBMIT
000579******************************************************************
000580*   TAKES THE RESERVATION KEYED INTO EX-AREA, CHECKS ROOM-TYPE
000580*   AVAILABILITY, ASSIGNS THE NEXT RSV-NUM AND APPENDS THE ROW
000580*   TO THE RESERVATION TABLES AND THE RESERVATION MASTER FILE.
000580*   A TYPE SELLS TO ITS SELLABLE ROOMS FREE OVER THE STAY; ONLY
000580*   WHEN NONE IS FREE MAY A BOOKING BE TAKEN ON THE OVERBOOKING
000580*   ALLOWANCE IN FORCE FOR THE ARRIVAL DATE. SUCH A BOOKING MAY
000580*   SHARE A ROOM HELD BY ANOTHER RESERVATION -- NEVER ONE WITH A
000580*   GUEST IN HOUSE -- AND IS LEFT FOR THE ARRIVAL-DAY WALK LIST
000580*   TO RESOLVE. EVERY ROW IS
000580*   STAMPED WITH ITS BOOKING SOURCE (EX-RSVSOURCE, BLANK = DESK)
000580*   AND, WHEN A TRAVEL AGENT MADE THE BOOKING, THE AGENT NUMBER
000580*   IN EX-RSVAGENT -- WHICH MUST BE AN ACTIVE AGENT ON THE
000580*   AGTFILE AGENT MASTER.
000583*
000584 ENVIRONMENT DIVISION.
000585 INPUT-OUTPUT SECTION.
000591         ACCESS MODE  IS DYNAMIC
000591         RECORD KEY   IS HIST-RSV-NUM
000591         FILE STATUS  IS HIST-FILE-STATUS.
000591     SELECT CANCEL-FILE        ASSIGN TO  "CXLFILE"
000591         ORGANIZATION IS INDEXED
000591         ACCESS MODE  IS DYNAMIC
000591         RECORD KEY   IS CXL-RSV-NUM
000591         FILE STATUS  IS CXL-FILE-STATUS.
000592 DATA        DIVISION.
000593 FILE SECTION.
000594 FD  RESERVATION-FILE.
000601     05  RSV-STAT-KEY        PIC X(01).
000601     05  RSV-GROUP-KEY       PIC X(05).
000601     05  RSV-USER-KEY        PIC X(08).
000601     05  RSV-SOURCE-KEY      PIC X(01).
000601     05  RSV-AGENT-KEY       PIC X(08).
000601 FD  HISTORY-FILE.
000601 01  HISTORY-RECORD.
000601     05  HIST-RSV-NUM        PIC X(09).
000601     05  HIST-GROUP          PIC X(05).
000601     05  HIST-USER           PIC X(08).
000601     05  HIST-ARCHIVED-DATE  PIC X(10).
000601     05  HIST-SOURCE         PIC X(01).
000601     05  HIST-AGENT          PIC X(08).
000601 FD  CANCEL-FILE.
000601 01  CANCEL-RECORD.
000601     05  CXL-RSV-NUM         PIC X(09).
000601     05  CXL-DATE            PIC X(10).
000601     05  CXL-KIND            PIC X(01).
000601     05  CXL-RSV-DATE        PIC X(10).
000601     05  CXL-ROOM            PIC X(04).
000601     05  CXL-TYPE            PIC X(02).
000601     05  CXL-STAY            PIC X(02).
000601     05  CXL-NAME            PIC X(20).
000601     05  CXL-GROUP           PIC X(05).
000601     05  CXL-NOTICE          PIC 9(04).
000601     05  CXL-REASON          PIC X(20).
000601     05  CXL-USER            PIC X(08).
000601     05  CXL-HELD            PIC 9(07)V9(02).
000601     05  CXL-PENALTY         PIC 9(07)V9(02).
000601     05  CXL-REFUND          PIC 9(07)V9(02).
000601     05  CXL-STAMP           PIC X(14).
000601     05  CXL-TEL             PIC X(12).
000602 WORKING-STORAGE SECTION.
000603 77  RSV-FILE-STATUS         PIC X(02).
000603 77  HIST-FILE-STATUS        PIC X(02).
000603 77  CXL-FILE-STATUS         PIC X(02).
000603 77  NEW-RSV-NUM          PIC X(09).
000603 77  SAVE-OK              PIC X(01).
000604 77  TYPE-FOUND           PIC X(01).
000613*    "Y" = BOOKING REFUSED BECAUSE THE TYPE SOLD OUT -- THE
000613*    ENQUIRY IS CAPTURED ON THE WAITLIST INSTEAD OF BEING LOST
000614 77  ROOM-FOUND           PIC X(01).
000614 77  OVERBOOK-SW          PIC X(01).
000614*    "Y" = NO ROOM OF THE TYPE IS FREE OVER THE STAY AND THIS
000614*    BOOKING IS TAKEN ON THE OVERBOOKING ALLOWANCE
000614 77  FREE-COUNT           PIC S9(04) COMP-5.
000614 77  HELD-COUNT           PIC S9(04) COMP-5.
000614 77  INHOUSE-COUNT        PIC S9(04) COMP-5.
000614 77  OVERLAP-COUNT        PIC S9(04) COMP-5.
000614 77  OVERSOLD-COUNT       PIC S9(04) COMP-5.
000615 77  NIGHTS               PIC 9(02).
000616 77  NEW-ARR-8            PIC 9(08).
000617 77  NEW-ARR-JUL          PIC 9(07).
000625 77  DAY-CHECK            PIC 9(02).
000626 77  TODAY-8              PIC 9(08).
000627 77  TODAY-JUL            PIC 9(07).
000628 77  BOOK-SOURCE          PIC X(01).
000628*    SOURCE STAMPED ON THE ROW -- EX-RSVSOURCE, OR "D" (DESK)
000628*    WHEN NONE WAS KEYED
000629 77  POW-0001                PIC X(14).
000629 01  ROOM-FREE-LIST.
000629     05  ROOM-FREE   PIC X(01)   OCCURS  120 TIMES.
000629*        "F" = ROOM OF THE REQUESTED TYPE, SELLABLE, AND FREE
000629*        OVER THE WHOLE REQUESTED STAY; "H" = SELLABLE BUT HELD
000629*        BY AN OVERLAPPING RESERVATION; "I" = HELD BY A GUEST
000629*        ALREADY IN HOUSE (PARALLEL TO ROOM-TABLE)
000629 PROCEDURE   DIVISION.
000631 MAIN                    SECTION.
000632*
000633***  BOOKING ENTRY IS DISABLED WHEN HOTEL-START'S INTEGRITY  ***
000650         END-IF
000651     END-IF.
000652     IF  VALID-SW = "Y"
000652         PERFORM VALIDATE-TEL
000652         IF  TEL-OK = "N"
000652             MOVE "PHONE NUMBER FORMAT IS INVALID."   TO  MSG-ERR
000652             MOVE    "N"     TO  VALID-SW
000652         END-IF
000652     END-IF.
000652*
000652***  VALIDATE THE BOOKING SOURCE AND ANY TRAVEL AGENT    ***
000652*
000652     IF  VALID-SW = "Y"
000652         PERFORM VALIDATE-BOOKING-SOURCE
000652     END-IF.
000659*
000660***  VALIDATE ARRIVAL DATE FORMAT AND LENGTH OF STAY, SINCE    ***
000661***  ROOM-AVAILABILITY/DOUBLE-BOOKING CHECKS BELOW DO JULIAN   ***
000674         END-IF
000675     END-IF.
000676*
000677***  VALIDATE REQUESTED ROOM TYPE HAS A FREE ROOM OVER THE  ***
000677***  STAY -- ONLY BOOKINGS WHOSE DATES OVERLAP IT COUNT.    ***
000677***  WHEN NONE IS FREE THE OVERBOOKING ALLOWANCE FOR THE    ***
000677***  ARRIVAL DATE DECIDES                                   ***
000680*
000681     CALL    "GET-BUSINESS-DATE".
000681     MOVE    EX-BUSDATE8      TO  TODAY-8.
000682     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
000683     MOVE    "N"     TO  TYPE-FOUND.
000683     MOVE    "N"     TO  TYPE-FULL-SW.
000683     MOVE    "N"     TO  OVERBOOK-SW.
000684     IF  VALID-SW = "Y"
000685     PERFORM VARYING TBL-IDX FROM 1 BY 1 UNTIL TBL-IDX > 7
000685         IF  ROOM-TYPE-CODE (TBL-IDX) = EX-RSVTYPE
000685             MOVE    "Y"     TO  TYPE-FOUND
000685         END-IF
000685     END-PERFORM
000685     IF  TYPE-FOUND = "N"
000685         MOVE "UNKNOWN ROOM TYPE -- RESERVATION NOT TAKEN."
000685                                             TO  MSG-ERR
000685         MOVE    "N"     TO  VALID-SW
000685     ELSE
000685         PERFORM COMPUTE-NEW-STAY-RANGE
000685         PERFORM MARK-FREE-ROOMS
000685         IF  FREE-COUNT = 0
000685             PERFORM CHECK-OVERBOOKING-ALLOWANCE
000685         END-IF
000685     END-IF
000685     END-IF.
000702*
000703***  CAPACITY IS BOUNDED BY THE RESERVATION MASTER FILE, NOT  ***
000704***  BY THE 100-ROW DISPLAY WINDOW -- A BOOKING IS NEVER      ***
000738 MAIN-EX.
000739     EXIT    PROGRAM.
000740*
000741 VALIDATE-BOOKING-SOURCE SECTION.
000741*
000741***  "G" IS STAMPED ONLY BY ADD-GROUP-BLOCK. AN AGENT NUMBER  ***
000741***  MUST BE ON THE AGENT MASTER AND NOT CLOSED, OR NO        ***
000741***  COMMISSION COULD EVER BE PAID ON THE STAY                ***
000741*
000741     MOVE    EX-RSVSOURCE    TO  BOOK-SOURCE.
000741     IF  BOOK-SOURCE = SPACE
000741         MOVE    "D"     TO  BOOK-SOURCE
000741     END-IF.
000741     IF  BOOK-SOURCE NOT = "D" AND BOOK-SOURCE NOT = "P"
000741             AND BOOK-SOURCE NOT = "C"
000741         MOVE "BOOKING SOURCE MUST BE D, P OR C."   TO  MSG-ERR
000741         MOVE    "N"     TO  VALID-SW
000741     END-IF.
000741     IF  VALID-SW = "Y" AND EX-RSVAGENT NOT = SPACES
000741         MOVE    EX-RSVAGENT     TO  EX-AGQNUM
000741         CALL    "GET-TRAVEL-AGENT"
000741         IF  EX-AGQSTAT = SPACE
000741             MOVE "TRAVEL AGENT IS NOT ON THE AGENT MASTER."
000741                                             TO  MSG-ERR
000741             MOVE    "N"     TO  VALID-SW
000741         ELSE
000741             IF  EX-AGQSTAT = "C"
000741                 MOVE "TRAVEL AGENT ACCOUNT IS CLOSED."
000741                                             TO  MSG-ERR
000741                 MOVE    "N"     TO  VALID-SW
000741             END-IF
000741         END-IF
000741     END-IF.
000741 VALIDATE-BOOKING-SOURCE-EX.
000741     EXIT.
000741*
000741 ASSIGN-NEXT-RSV-NUM SECTION.
000742*
000742***  THE NEXT NUMBER IS ONE PAST THE HIGHEST SEQUENCE ON THE   ***
000742***  RESERVATION MASTER -- AND ON THE RSVHIST ARCHIVE AND THE  ***
000742***  CXLFILE REGISTER, SO AN ARCHIVED OR CANCELLED NUMBER IS   ***
000742***  NEVER HANDED OUT AGAIN                                    ***
000742*
000743     MOVE    ZERO    TO  MAX-SEQ.
000743     OPEN INPUT  RESERVATION-FILE.
000749         END-PERFORM
000749         CLOSE HISTORY-FILE
000749     END-IF.
000749     OPEN INPUT  CANCEL-FILE.
000749     IF  CXL-FILE-STATUS = "00"
000749         PERFORM UNTIL CXL-FILE-STATUS NOT = "00"
000749             READ CANCEL-FILE NEXT RECORD
000749                 AT END
000749                     MOVE "10"  TO CXL-FILE-STATUS
000749                 NOT AT END
000749                     IF  CXL-RSV-NUM (6:4) NUMERIC
000749                         MOVE CXL-RSV-NUM (6:4)  TO  SEQ-NUM
000749                         IF  SEQ-NUM > MAX-SEQ
000749                             MOVE    SEQ-NUM  TO  MAX-SEQ
000749                         END-IF
000749                     END-IF
000749             END-READ
000749         END-PERFORM
000749         CLOSE CANCEL-FILE
000749     END-IF.
000750     ADD     1       TO  MAX-SEQ.
000750     MOVE    SPACES  TO  NEW-RSV-NUM.
000750     STRING  "1111-" MAX-SEQ  DELIMITED BY SIZE
000751 ASSIGN-NEXT-RSV-NUM-EX.
000752     EXIT.
000753*
000754 MARK-FREE-ROOMS SECTION.
000754*
000754***  FLAG EVERY SELLABLE ROOM OF THE REQUESTED TYPE, THEN    ***
000754***  MARK AS HELD ANY ROOM A LIVE RESERVATION HOLDS OVER AN  ***
000754***  OVERLAPPING STAY. A DEPARTED ROW HOLDS ITS ROOM ONLY    ***
000754***  UP TO ITS RECORDED DEPARTURE; A NO-SHOW NOT AT ALL      ***
000754*
000754     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
000754         IF  ROOM-TYPE (ROOM-IDX) = EX-RSVTYPE
000754                 AND ROOM-OOO (ROOM-IDX) NOT = "X"
000754             MOVE    "F"     TO  ROOM-FREE (ROOM-IDX)
000754         ELSE
000754             MOVE    SPACE   TO  ROOM-FREE (ROOM-IDX)
000754         END-IF
000754     END-PERFORM.
000754     MOVE    ZERO    TO  OVERLAP-COUNT.
000754     OPEN INPUT  RESERVATION-FILE.
000754     IF  RSV-FILE-STATUS = "00"
000754         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
000754             READ RESERVATION-FILE NEXT RECORD
000754                 AT END
000754                     MOVE "10"  TO RSV-FILE-STATUS
000754                 NOT AT END
000754                     IF  RSV-STAT-KEY NOT = "N"
000754                         PERFORM CLEAR-ONE-HELD-ROOM
000754                     END-IF
000754             END-READ
000754         END-PERFORM
000754         CLOSE RESERVATION-FILE
000754     END-IF.
000754     MOVE    ZERO    TO  FREE-COUNT  HELD-COUNT  INHOUSE-COUNT.
000754     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
000754         IF  ROOM-FREE (ROOM-IDX) = "F"
000754             ADD 1   TO  FREE-COUNT
000754         END-IF
000754         IF  ROOM-FREE (ROOM-IDX) = "H"
000754             ADD 1   TO  HELD-COUNT
000754         END-IF
000754         IF  ROOM-FREE (ROOM-IDX) = "I"
000754             ADD 1   TO  INHOUSE-COUNT
000754         END-IF
000754     END-PERFORM.
000754 MARK-FREE-ROOMS-EX.
000754     EXIT.
000754*
000754 CLEAR-ONE-HELD-ROOM SECTION.
000754*
000754     PERFORM COMPUTE-RECORD-STAY-RANGE.
000754     IF  NEW-ARR-JUL < EXIST-DEP-JUL
000754             AND NEW-DEP-JUL > EXIST-ARR-JUL
000754         PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
000754             IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
000754                 IF  ROOM-TYPE (ROOM-IDX) = EX-RSVTYPE
000754                     ADD 1   TO  OVERLAP-COUNT
000754                 END-IF
000754                 IF  RSV-STAT-KEY = "I"
000754                         AND ROOM-FREE (ROOM-IDX) NOT = SPACE
000754                     MOVE    "I"     TO  ROOM-FREE (ROOM-IDX)
000754                 END-IF
000754                 IF  ROOM-FREE (ROOM-IDX) = "F"
000754                     MOVE    "H"     TO  ROOM-FREE (ROOM-IDX)
000754                 END-IF
000754             END-IF
000754         END-PERFORM
000754     END-IF.
000754 CLEAR-ONE-HELD-ROOM-EX.
000754     EXIT.
000754*
000754 CHECK-OVERBOOKING-ALLOWANCE SECTION.
000754*
000754***  NO ROOM OF THE TYPE IS FREE OVER THE STAY. THE BOOKING  ***
000754***  MAY STILL BE SOLD ON THE ALLOWANCE FOR THE ARRIVAL      ***
000754***  DATE, LESS WHAT IS ALREADY OVERSOLD OVER THE STAY --    ***
000754***  BOOKINGS OF THE TYPE BEYOND THE ROOMS THEY HOLD. THERE  ***
000754***  MUST BE A ROOM HELD BY A FUTURE BOOKING TO SHARE -- A   ***
000754***  ROOM WITH A GUEST IN IT IS NEVER SOLD TWICE             ***
000754*
000754     MOVE    EX-RSVTYPE  TO  EX-OBQTYPE.
000754     MOVE    EX-RSVDATE  TO  EX-OBQDATE.
000754     CALL    "GET-OVERBOOKING-ALLOWANCE".
000754     COMPUTE OVERSOLD-COUNT = OVERLAP-COUNT - HELD-COUNT
000754                                            - INHOUSE-COUNT.
000754     IF  OVERSOLD-COUNT < 0
000754         MOVE    ZERO    TO  OVERSOLD-COUNT
000754     END-IF.
000754     IF  HELD-COUNT = 0
000754             OR OVERSOLD-COUNT + 1 > EX-OBQEXTRA
000754         MOVE "NO ROOMS OF THAT TYPE ARE AVAILABLE."
000754                                             TO  MSG-ERR
000754         MOVE    "N"     TO  VALID-SW
000754         MOVE    "Y"     TO  TYPE-FULL-SW
000754     ELSE
000754         MOVE    "Y"     TO  OVERBOOK-SW
000754     END-IF.
000754 CHECK-OVERBOOKING-ALLOWANCE-EX.
000754     EXIT.
000776*
000777 COMPUTE-RECORD-STAY-RANGE SECTION.
000778*
000814                                         RSV-STAT-KEY
000814                                         RSV-GROUP-KEY.
000814     MOVE    EX-USRID                TO  RSV-USER-KEY.
000814     MOVE    BOOK-SOURCE             TO  RSV-SOURCE-KEY.
000814     MOVE    EX-RSVAGENT             TO  RSV-AGENT-KEY.
000814     WRITE   RESERVATION-RECORD.
000816     IF  RSV-FILE-STATUS NOT = "00"
000817         MOVE "RESERVATION FILE WRITE FAILED -- NOT SAVED."
000818                                             TO  MSG-ERR
000898*
000899 VALIDATE-ROOM-NUMBER SECTION.
000900*
000901***  THE ROOM MUST EXIST, MATCH THE REQUESTED TYPE, AND NOT    ***
000901***  ALREADY BE BOOKED OVER AN OVERLAPPING STAY. A BOOKING ON  ***
000901***  THE OVERBOOKING ALLOWANCE (NO ROOM OF THE TYPE FREE) MAY  ***
000901***  SHARE A BOOKED ROOM, BUT NEVER ONE WITH A GUEST IN HOUSE  ***
000903*
000904     MOVE    "Y"     TO  ROOM-OK.
000905     MOVE    "N"     TO  ROOM-FOUND.
000918         MOVE    "N"     TO  ROOM-OK
000919     END-IF.
000920     IF  ROOM-OK = "Y"
000920         PERFORM CHECK-ROOM-NOT-DOUBLE-BOOKED
000920     END-IF.
000923 VALIDATE-ROOM-NUMBER-EX.
000924     EXIT.
000925*
000930                             AND RSV-STAT-KEY NOT = "N"
000931                         PERFORM COMPUTE-RECORD-STAY-RANGE
000932                         IF  NEW-ARR-JUL < EXIST-DEP-JUL
000932                                 AND NEW-DEP-JUL > EXIST-ARR-JUL
000932                             IF  RSV-STAT-KEY = "I"
000932                                 MOVE
000932                      "ROOM IS OCCUPIED FOR THOSE DATES."
000932                                             TO  MSG-ERR
000932                                 MOVE    "N"     TO  ROOM-OK
000932                             END-IF
000932                             IF  OVERBOOK-SW = "N"
000932                                 MOVE
000932                      "ROOM IS ALREADY BOOKED FOR THOSE DATES."
000932                                             TO  MSG-ERR
000932                                 MOVE    "N"     TO  ROOM-OK
000932                             END-IF
000932                         END-IF
000937                     END-IF
000938             END-READ
000939         END-PERFORM
000985*   THE RECORD, REMOVES THE ROW FROM THE DISPLAY WINDOW WHEN IT
000986*   IS THERE (SHIFTING THE REMAINING ROWS UP), AND FREES THE
000986*   ROOM BACK TO AVAILABLE. THE FILE, NOT THE WINDOW, DECIDES
000986*   WHETHER THE RESERVATION EXISTS. A BOOKING NOT YET ARRIVED
000986*   IS SETTLED UNDER THE ROOM TYPE'S CANCELLATION POLICY BY
000986*   APPLY-CANCELLATION-POLICY, WITH THE REASON KEYED IN
000986*   EX-CXLREASON, AND THE PENALTY AND REFUND ARE SHOWN BACK.
000986*   THE SETTLEMENT IS MADE BEFORE THE RECORD IS DELETED, SO A
000986*   FAILED SETTLEMENT LEAVES THE BOOKING IN PLACE TO BE CANCELLED
000986*   AGAIN. THE REASON IS CLEARED ONCE USED.
000987*
000988 ENVIRONMENT DIVISION.
000989 INPUT-OUTPUT SECTION.
001005     05  RSV-STAT-KEY        PIC X(01).
001005     05  RSV-GROUP-KEY       PIC X(05).
001005     05  RSV-USER-KEY        PIC X(08).
001005     05  RSV-SOURCE-KEY      PIC X(01).
001005     05  RSV-AGENT-KEY       PIC X(08).
001006 WORKING-STORAGE SECTION.
001007 77  RSV-FILE-STATUS         PIC X(02).
001008 77  DEL-ROOM-TYPE        PIC X(02).
001008 77  DEL-DATE             PIC X(10).
001008 77  DEL-STAY             PIC X(02).
001008 77  DEL-NAME             PIC X(20).
001008 77  DEL-TEL              PIC X(12).
001008 77  DEL-GROUP            PIC X(05).
001008 77  DEL-OK               PIC X(01).
001008 77  TODAY-8              PIC 9(08).
001008 77  TODAY-JUL            PIC 9(07).
001008 77  ARR-JUL              PIC 9(07).
001008 77  NIGHTS               PIC 9(02).
001008 77  DEPART-JUL           PIC 9(07).
001008 77  PENALTY-ED           PIC Z(06)9.9(02).
001008 77  REFUND-ED            PIC Z(06)9.9(02).
001009 77  POW-0001                PIC X(14).
001010 PROCEDURE   DIVISION.
001011 MAIN                    SECTION.
001013***  THE RESERVATION MASTER, NOT THE DISPLAY WINDOW, DECIDES  ***
001013***  WHETHER THE RESERVATION EXISTS                           ***
001014*
001015     PERFORM READ-CANCELLED-ROW.
001015     IF  DEL-OK = "Y"
001015         PERFORM FIND-ROOM-TYPE-FOR-DELETE
001015         IF  DEL-STAT = SPACE
001015             PERFORM SETTLE-CANCELLATION
001015         END-IF
001015     END-IF.
001015*
001015***  THE ROW GOES ONLY ONCE THE SETTLEMENT IS ON FILE -- A  ***
001015***  RETRY AFTER A FAILED DELETE IS NOT CHARGED TWICE, AS   ***
001015***  THE CXLFILE ROW HANDS BACK THE FIRST SETTLEMENT        ***
001015*
001015     IF  DEL-OK = "Y"
001015         PERFORM DELETE-FROM-FILE
001015     END-IF.
001015     IF  DEL-OK = "Y"
001015         PERFORM REMOVE-FROM-WINDOW
001029         PERFORM DECREMENT-ROOM-COUNT
001030         CALL    "COMPUTE-ROOM-STATUS"
001030*
001030         MOVE    DEL-STAY        TO  EX-LTRSTAY
001030         CALL    "WRITE-CONFIRMATION-LETTER"
001030         CALL    "WRITE-AVAILABILITY-FEED"
001030         IF  DEL-STAT = SPACE AND MSG-SEVERITY NOT = "E"
001030             PERFORM SHOW-SETTLEMENT
001030         END-IF
001030     END-IF.
001030     MOVE    SPACES  TO  EX-CXLREASON.
001032*
001033 MAIN-EX.
001034     EXIT    PROGRAM.
001044 FIND-ROOM-TYPE-FOR-DELETE-EX.
001045     EXIT.
001046*
001046 SETTLE-CANCELLATION SECTION.
001046*
001046***  A BOOKING THAT NEVER ARRIVED IS CHARGED OR REFUNDED  ***
001046***  UNDER THE POLICY FOR ITS ROOM TYPE. A FAILURE KEEPS  ***
001046***  THE ROW, SO THE CANCEL CAN BE MADE AGAIN             ***
001046*
001046     MOVE    "C"             TO  EX-CXLKIND.
001046     MOVE    EX-RSVNUM       TO  EX-CXLNUM.
001046     MOVE    DEL-ROOM        TO  EX-CXLROOM.
001046     MOVE    DEL-ROOM-TYPE   TO  EX-CXLTYPE.
001046     MOVE    DEL-DATE        TO  EX-CXLDATE.
001046     MOVE    DEL-STAY        TO  EX-CXLSTAY.
001046     MOVE    DEL-NAME        TO  EX-CXLNAME.
001046     MOVE    DEL-TEL         TO  EX-CXLTEL.
001046     MOVE    DEL-GROUP       TO  EX-CXLGROUP.
001046     MOVE    SPACE           TO  MSG-SEVERITY.
001046     CALL    "APPLY-CANCELLATION-POLICY".
001046     IF  MSG-SEVERITY = "E"
001046         MOVE    "N"     TO  DEL-OK
001046         MOVE "CANCEL NOT SETTLED -- BOOKING KEPT, CANCEL AGAIN."
001046                                             TO  MSG-ERR
001046         PERFORM RAISE-ERROR
001046     END-IF.
001046 SETTLE-CANCELLATION-EX.
001046     EXIT.
001046*
001046 SHOW-SETTLEMENT SECTION.
001046*
001046     MOVE    EX-CXLPENALTY   TO  PENALTY-ED.
001046     MOVE    EX-CXLREFUND    TO  REFUND-ED.
001046     MOVE    SPACES          TO  MSG-ERR.
001046     STRING  "RESERVATION " DELIMITED BY SIZE
001046             EX-RSVNUM       DELIMITED BY SPACE
001046             " CANCELLED -- PENALTY " DELIMITED BY SIZE
001046             PENALTY-ED      DELIMITED BY SIZE
001046             ", REFUND "     DELIMITED BY SIZE
001046             REFUND-ED       DELIMITED BY SIZE
001046             "."             DELIMITED BY SIZE
001046         INTO MSG-ERR.
001046     MOVE    "I"         TO  MSG-SEVERITY.
001046     MOVE    "DEMOMSG"   TO  POW-0001.
001046     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
001046      POW-0001 .
001046 SHOW-SETTLEMENT-EX.
001046     EXIT.
001046*
001046 COMPUTE-CANCELLED-DEPARTURE SECTION.
001046*
001046***  EFFECTIVE DEPARTURE OF THE ROW JUST DELETED -- THE SAME ***
001046***  ARRIVAL-PLUS-NIGHTS RULE THE LIVE COUNTS USE            ***
001046*
001046     CALL    "GET-BUSINESS-DATE".
001046     MOVE    EX-BUSDATE8      TO  TODAY-8.
001046     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
001046     MOVE    DEL-DATE (1:4)   TO  ARR-8 (1:4).
001046     MOVE    DEL-DATE (6:2)   TO  ARR-8 (5:2).
001046 COMPUTE-CANCELLED-DEPARTURE-EX.
001046     EXIT.
001046*
001047 READ-CANCELLED-ROW SECTION.
001047*
001047***  READ FIRST, SO THE FREED ROOM AND THE ROW'S RECORDED  ***
001047***  STATUS ARE KNOWN BEFORE THE RECORD DISAPPEARS         ***
001047*
001047     MOVE    "N"     TO  DEL-OK.
001047     OPEN    INPUT   RESERVATION-FILE.
001050     MOVE    EX-RSVNUM   TO  RSV-NUM-KEY.
001050     READ    RESERVATION-FILE RECORD.
001050     IF  RSV-FILE-STATUS NOT = "00"
001050             MOVE    RSV-DATE-KEY    TO  DEL-DATE
001050             MOVE    RSV-STAY-KEY    TO  DEL-STAY
001050             MOVE    RSV-NAME-KEY    TO  DEL-NAME
001050             MOVE    RSV-TEL-KEY     TO  DEL-TEL
001050             MOVE    RSV-GROUP-KEY   TO  DEL-GROUP
001050             MOVE    "Y"             TO  DEL-OK
001050         END-IF
001050     END-IF.
001050     CLOSE   RESERVATION-FILE.
001050 READ-CANCELLED-ROW-EX.
001050     EXIT.
001050*
001050 DELETE-FROM-FILE SECTION.
001050*
001050     MOVE    "N"     TO  DEL-OK.
001050     OPEN    I-O     RESERVATION-FILE.
001050     MOVE    EX-RSVNUM   TO  RSV-NUM-KEY.
001050     READ    RESERVATION-FILE RECORD.
001050     IF  RSV-FILE-STATUS = "00"
001050         DELETE  RESERVATION-FILE RECORD
001050     END-IF.
001050     IF  RSV-FILE-STATUS NOT = "00"
001050         MOVE "RESERVATION FILE DELETE FAILED -- CANCEL AGAIN."
001050                                             TO  MSG-ERR
001050         PERFORM RAISE-ERROR
001050     ELSE
001050         MOVE    "Y"     TO  DEL-OK
001050     END-IF.
001050     CLOSE   RESERVATION-FILE.
001050 DELETE-FROM-FILE-EX.
001050     EXIT.
001060*
001061 REMOVE-FROM-WINDOW SECTION.
001062*
001121     05  RSV-STAT-KEY        PIC X(01).
001121     05  RSV-GROUP-KEY       PIC X(05).
001121     05  RSV-USER-KEY        PIC X(08).
001121     05  RSV-SOURCE-KEY      PIC X(01).
001121     05  RSV-AGENT-KEY       PIC X(08).
001122 WORKING-STORAGE SECTION.
001122 77  RSV-FILE-STATUS         PIC X(02).
001123 77  VACANT                   PIC S9(04) COMP-5.
001158***  ENDED (OR STILL IN-HOUSE), AND NOT DEPARTED OR         ***
001158***  RELEASED AS A NO-SHOW                                  ***
001158*
001158     CALL    "GET-BUSINESS-DATE".
001158     MOVE    EX-BUSDATE8      TO  TODAY-8.
001158     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
001158     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
001158         MOVE    SPACE   TO  HELD-ROOM (ROOM-IDX)
001249     05  RSV-STAT-KEY        PIC X(01).
001249     05  RSV-GROUP-KEY       PIC X(05).
001249     05  RSV-USER-KEY        PIC X(08).
001249     05  RSV-SOURCE-KEY      PIC X(01).
001249     05  RSV-AGENT-KEY       PIC X(08).
001250 WORKING-STORAGE SECTION.
001250 77  RSV-FILE-STATUS         PIC X(02).
001251 77  TODAY-8                  PIC 9(08).
001257 PROCEDURE   DIVISION.
001258 MAIN                    SECTION.
001259*
001260     CALL    "GET-BUSINESS-DATE".
001260     MOVE    EX-BUSDATE8      TO  TODAY-8.
001261     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
001262     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
001263         MOVE    "V"     TO  ROOM-STATUS (ROOM-IDX)
001309*   HAS A LIST OF ROOMS DUE BACK EACH MORNING. EACH LINE CARRIES
001309*   THE STAY FOLIO TOTAL (NIGHTS TIMES THE TYPE RATE PLUS TAX)
001309*   PRICED THROUGH PRICE-STAY-FOLIO, SO ACCOUNTING NO LONGER
001309*   RE-KEYS DEPARTURE CHARGES BY HAND. A ROOM GIVEN AS A
001309*   NO-CHARGE UPGRADE IS PRICED AT THE TYPE BOOKED.
001310*
001311 ENVIRONMENT DIVISION.
001312 INPUT-OUTPUT SECTION.
001319     05  RSV-STAT-KEY        PIC X(01).
001319     05  RSV-GROUP-KEY       PIC X(05).
001319     05  RSV-USER-KEY        PIC X(08).
001319     05  RSV-SOURCE-KEY      PIC X(01).
001319     05  RSV-AGENT-KEY       PIC X(08).
001320 WORKING-STORAGE SECTION.
001320 77  RSV-FILE-STATUS         PIC X(02).
001321 77  TODAY-8                  PIC 9(08).
001336 PROCEDURE   DIVISION.
001337 MAIN                    SECTION.
001338*
001339     CALL    "GET-BUSINESS-DATE".
001339     MOVE    EX-BUSDATE8      TO  TODAY-8.
001340     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
001341     OPEN    OUTPUT  CHECKOUT-REPORT-FILE.
001342     MOVE    "ROOMS DUE TO CHECK OUT TODAY"
001371     MOVE    RSV-NAME-KEY         TO  D-NAME.
001372     MOVE    RSV-DATE-KEY         TO  D-DATE.
001372     PERFORM LOOK-UP-DUE-ROOM-TYPE.
001372     MOVE    RSV-NUM-KEY          TO  EX-UPGNUM.
001372     MOVE    RSV-ROOM-KEY         TO  EX-UPGROOM.
001372     MOVE    DUE-TYPE             TO  EX-UPGTYPE.
001372     CALL    "GET-BOOKED-RATE-TYPE".
001372     MOVE    EX-UPGTYPE           TO  FOLIO-TYPE.
001372     MOVE    RSV-STAY-KEY         TO  FOLIO-NIGHTS.
001372     MOVE    RSV-DATE-KEY         TO  FOLIO-START.
001372     CALL    "PRICE-STAY-FOLIO".
001392     05  RSV-STAT-KEY        PIC X(01).
001392     05  RSV-GROUP-KEY       PIC X(05).
001392     05  RSV-USER-KEY        PIC X(08).
001392     05  RSV-SOURCE-KEY      PIC X(01).
001392     05  RSV-AGENT-KEY       PIC X(08).
001393 WORKING-STORAGE SECTION.
001393 77  RSV-FILE-STATUS         PIC X(02).
001394 77  ROOM-FOUND           PIC X(01).
001465*   SO IT IS LOOKED UP FROM ROOM-TABLE. EACH RECORD ALSO
001465*   CARRIES THE STAY FOLIO TOTAL (NIGHTS TIMES THE TYPE RATE
001465*   PLUS TAX, IMPLIED TWO DECIMALS) PRICED THROUGH
001465*   PRICE-STAY-FOLIO, SO THE ACCOUNTING FEED CARRIES FIGURES --
001465*   A ROOM GIVEN AS A NO-CHARGE UPGRADE AT THE TYPE BOOKED.
001465*   THE BOOKING SOURCE AND ANY TRAVEL AGENT NUMBER FOLLOW THE
001465*   AMOUNT.
001466*
001467 ENVIRONMENT DIVISION.
001468 INPUT-OUTPUT SECTION.
001473     05  RSV-STAT-KEY        PIC X(01).
001473     05  RSV-GROUP-KEY       PIC X(05).
001473     05  RSV-USER-KEY        PIC X(08).
001473     05  RSV-SOURCE-KEY      PIC X(01).
001473     05  RSV-AGENT-KEY       PIC X(08).
001474 FD  EXPORT-FILE.
001475 01  EXPORT-RECORD.
001476     05  EXP-RSV-NUM         PIC X(09).
001481     05  EXP-RSV-TEL         PIC X(12).
001482     05  EXP-RSV-STAY        PIC X(02).
001482     05  EXP-RSV-AMOUNT      PIC 9(07)V9(02).
001482     05  EXP-RSV-SOURCE      PIC X(01).
001482     05  EXP-RSV-AGENT       PIC X(08).
001483 WORKING-STORAGE SECTION.
001483 77  RSV-FILE-STATUS         PIC X(02).
001484 77  EXP-TYPE             PIC X(02).
001504     MOVE    RSV-NAME-KEY         TO  EXP-RSV-NAME.
001504     MOVE    RSV-TEL-KEY          TO  EXP-RSV-TEL.
001504     MOVE    RSV-STAY-KEY         TO  EXP-RSV-STAY.
001504     MOVE    RSV-SOURCE-KEY       TO  EXP-RSV-SOURCE.
001504     MOVE    RSV-AGENT-KEY        TO  EXP-RSV-AGENT.
001504     IF  RSV-STAT-KEY = "N"
001504         MOVE    ZERO    TO  EXP-RSV-AMOUNT
001504     ELSE
001504         MOVE    RSV-NUM-KEY          TO  EX-UPGNUM
001504         MOVE    RSV-ROOM-KEY         TO  EX-UPGROOM
001504         MOVE    EXP-TYPE             TO  EX-UPGTYPE
001504         CALL    "GET-BOOKED-RATE-TYPE"
001504         MOVE    EX-UPGTYPE           TO  FOLIO-TYPE
001504         MOVE    RSV-STAY-KEY         TO  FOLIO-NIGHTS
001504         MOVE    RSV-DATE-KEY         TO  FOLIO-START
001504         IF  RSV-STAT-KEY = "D"
001632         MOVE    FOLIO-START (6:2)   TO  START-8 (5:2)
001633         MOVE    FOLIO-START (9:2)   TO  START-8 (7:2)
001634     ELSE
001635         CALL    "GET-BUSINESS-DATE"
001635         MOVE    EX-BUSDATE8         TO  TODAY-8
001636         MOVE    TODAY-8             TO  START-8
001637     END-IF.
001638     COMPUTE START-JUL = FUNCTION INTEGER-OF-DATE(START-8).
001618     05  RSV-STAT-KEY        PIC X(01).
001618     05  RSV-GROUP-KEY       PIC X(05).
001618     05  RSV-USER-KEY        PIC X(08).
001618     05  RSV-SOURCE-KEY      PIC X(01).
001618     05  RSV-AGENT-KEY       PIC X(08).
001619 WORKING-STORAGE SECTION.
001620 77  RSV-FILE-STATUS         PIC X(02).
001621 77  FOUND-IDX            PIC S9(04) COMP-5.
001659*
001660 RECORD-ARRIVAL SECTION.
001661*
001662     CALL    "GET-BUSINESS-DATE".
001662     MOVE    EX-BUSDATE8      TO  TODAY-8.
001663     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
001664     MOVE    "/"             TO  TODAY-YMD (5:1).
001665     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
001716*   CHANGE ON THE RESERVATION MASTER FILE, GIVES THE ROOM-TYPE
001717*   SLOT BACK SO THE ROOM SELLS AGAIN TODAY (AN EARLY DEPARTURE
001718*   FREES THE ROOM NOW, NOT ON THE COMPUTED DEPARTURE DATE),
001719*   AND PRICES THE STAY FOLIO FOR THE NIGHTS ACTUALLY USED --
001719*   NIGHTS IN A ROOM GIVEN AS A NO-CHARGE UPGRADE AT THE TYPE
001719*   BOOKED.
001719*   WITH EX-ARXFER = "Y" THE BALANCE DUE IS NOT COLLECTED AT
001719*   THE DESK BUT BILLED TO DIRECT-BILL ACCOUNT EX-ARACCT (THE
001719*   GROUP'S MASTER ACCOUNT WHEN LEFT BLANK FOR A GROUP MEMBER).
001719*   THE FOLIO IS PRICED, THE BALANCE BILLED AND THE GUEST LEDGER
001719*   SETTLED BEFORE THE DEPARTURE IS RECORDED: A TRANSFER THE
001719*   CITY LEDGER REFUSES, OR A SETTLEMENT ROW THAT CANNOT BE
001719*   WRITTEN, LEAVES THE GUEST IN HOUSE, TO BE CHECKED OUT AGAIN.
001719*   WHATEVER THE GUEST STILL CARRIES ON THE GUEST LEDGER -- NIGHTS
001719*   POSTED BY THE AUDIT AND PENALTIES, LESS EVERYTHING PAID OR
001719*   BILLED -- IS SETTLED OFF IT AS A SETTLEMENT ROW ON FOLTRN,
001719*   EXCEPT ANY BALANCE DUE STILL UNCOLLECTED: THAT STAYS ON THE
001719*   GUEST LEDGER UNTIL IT IS PAID THROUGH POST-PAYMENT.
001719*
001721 ENVIRONMENT DIVISION.
001722 INPUT-OUTPUT SECTION.
001723 FILE-CONTROL.
001728         ACCESS MODE  IS DYNAMIC
001728         RECORD KEY   IS MOV-ID-KEY
001728         FILE STATUS  IS MOV-FILE-STATUS.
001728     SELECT CHARGE-FILE        ASSIGN TO  "FOLTRN"
001728         ORGANIZATION IS INDEXED
001728         ACCESS MODE  IS DYNAMIC
001728         RECORD KEY   IS FOL-ID-KEY
001728         FILE STATUS  IS FOL-FILE-STATUS.
001729 DATA        DIVISION.
001730 FILE SECTION.
001731 FD  RESERVATION-FILE.
001741     05  RSV-STAT-KEY        PIC X(01).
001741     05  RSV-GROUP-KEY       PIC X(05).
001741     05  RSV-USER-KEY        PIC X(08).
001741     05  RSV-SOURCE-KEY      PIC X(01).
001741     05  RSV-AGENT-KEY       PIC X(08).
001741 FD  PAYMENT-FILE.
001741 01  PAYMENT-RECORD.
001741     05  PAY-ID-KEY.
001741         07  PAY-SEQ         PIC 9(02).
001741     05  PAY-DATE            PIC X(10).
001741     05  PAY-KIND            PIC X(01).
001741*        "D" = DEPOSIT, "P" = PAYMENT AT THE DESK,
001741*        "X" = CANCELLATION PENALTY, "R" = REFUND,
001741*        "T" = TRANSFERRED TO THE CITY LEDGER
001741     05  PAY-AMOUNT          PIC 9(07)V9(02).
001741 FD  ROOM-MOVE-FILE.
001741 01  ROOM-MOVE-RECORD.
001741     05  MOV-DATE            PIC X(10).
001741     05  MOV-OLD-ROOM        PIC X(04).
001741     05  MOV-NEW-ROOM        PIC X(04).
001741 FD  CHARGE-FILE.
001741 01  CHARGE-RECORD.
001741     05  FOL-ID-KEY.
001741         07  FOL-RSV-NUM     PIC X(09).
001741         07  FOL-DATE        PIC X(10).
001741         07  FOL-KIND        PIC X(01).
001741*        "C" = NIGHT OF ROOM AND TAX POSTED BY THE NIGHT AUDIT,
001741*        "S" = BALANCE SETTLED OFF THE GUEST LEDGER AT CHECK-OUT
001741     05  FOL-ROOM            PIC X(04).
001741     05  FOL-TYPE            PIC X(02).
001741     05  FOL-ROOM-CHG        PIC 9(07)V9(02).
001741     05  FOL-TAX-AMT         PIC 9(07)V9(02).
001741     05  FOL-AMOUNT          PIC S9(07)V9(02).
001741*        ROOM PLUS TAX FOR "C"; THE BALANCE SETTLED FOR "S"
001742 WORKING-STORAGE SECTION.
001743 77  RSV-FILE-STATUS         PIC X(02).
001743 77  PAY-FILE-STATUS         PIC X(02).
001743 77  MOV-FILE-STATUS         PIC X(02).
001743 77  FOL-FILE-STATUS         PIC X(02).
001744 77  FOUND-IDX            PIC S9(04) COMP-5.
001745 77  TODAY-8              PIC 9(08).
001746 77  TODAY-JUL            PIC 9(07).
001750 77  BILL-NIGHTS          PIC S9(04) COMP-5.
001751 77  OUT-TYPE             PIC X(02).
001751 77  OUT-ROOM             PIC X(04).
001751 77  OUT-RATE-TYPE        PIC X(02).
001751 77  OUT-ARRIVE           PIC X(10).
001751 77  DEPARTURE-DONE       PIC X(01).
001751 77  CHECKOUT-OK          PIC X(01).
001751 77  DUE-LEFT             PIC 9(07)V9(02).
001752 77  TOTAL-ED             PIC Z(06)9.9(02).
001752 77  PAID-ED              PIC Z(06)9.9(02).
001752 77  DUE-ED               PIC -Z(06)9.9(02).
001752 77  SEG-YMD              PIC X(10).
001752 77  ACC-ROOM             PIC 9(07)V9(02).
001752 77  ACC-TAX              PIC 9(07)V9(02).
001752 77  STAY-CHARGES         PIC 9(07)V9(02).
001752 77  PRIOR-SETTLED        PIC S9(07)V9(02).
001752 77  STAY-PENALTY         PIC 9(07)V9(02).
001753 77  POW-0001                PIC X(14).
001753 01  MOVE-LIST.
001753     05  MOVE-ENTRY  OCCURS  12  TIMES.
001757***  WHETHER THE GUEST EXISTS AND IS IN-HOUSE                 ***
001758*
001759     MOVE    "N"     TO  DEPARTURE-DONE.
001759     MOVE    "N"     TO  CHECKOUT-OK.
001759     OPEN    INPUT   RESERVATION-FILE.
001760     MOVE    EX-RSVNUM   TO  RSV-NUM-KEY.
001761     READ    RESERVATION-FILE RECORD.
001765*
001769     ELSE
001770         EVALUATE RSV-STAT-KEY
001771         WHEN "I"
001771             PERFORM STASH-DEPARTURE
001771         WHEN "D"
001774             MOVE "GUEST HAS ALREADY CHECKED OUT." TO  MSG-ERR
001775             PERFORM RAISE-ERROR
001776         WHEN "N"
001784     END-IF.
001784     CLOSE   RESERVATION-FILE.
001784*
001784***  THE FOLIO IS PRICED, ANY DIRECT-BILL TRANSFER MADE AND  ***
001784***  THE GUEST LEDGER SETTLED BEFORE THE DEPARTURE IS        ***
001784***  RECORDED -- A REFUSED TRANSFER OR SETTLEMENT KEEPS THE  ***
001784***  GUEST IN HOUSE SO THE CHECK-OUT CAN BE RETRIED RATHER   ***
001784***  THAN LEAVING A DEPARTED GUEST ON THE GUEST LEDGER       ***
001784*
001784     IF  CHECKOUT-OK = "Y"
001784         PERFORM FIND-DEPARTURE-TYPE
001784         PERFORM PRICE-DEPARTURE-FOLIO
001784         PERFORM SUM-PAYMENTS-FOR-STAY
001784         IF  EX-ARXFER = "Y" AND FOLIO-BALANCE > ZERO
001784             PERFORM BILL-TO-CITY-LEDGER
001784         END-IF
001784     END-IF.
001784     IF  CHECKOUT-OK = "Y"
001784         PERFORM SETTLE-GUEST-LEDGER
001784     END-IF.
001784     IF  CHECKOUT-OK = "Y"
001784         PERFORM RECORD-DEPARTURE
001784     END-IF.
001784*
001784***  THE STATUS REFRESH AND THE FOLIO MESSAGE RUN AFTER THIS  ***
001784***  PROGRAM HAS LET GO OF THE RESERVATION MASTER -- THE      ***
001784***  REFRESH REOPENS THE FILE ITSELF                          ***
001784*
001784     IF  DEPARTURE-DONE = "Y"
001784         PERFORM GIVE-BACK-ROOM-SLOT
001784*
001784***  THE FREED ROOM HAS NOT BEEN TOUCHED BY HOUSEKEEPING --  ***
001784***  MARK IT DIRTY SO THE DESK CANNOT CHECK A GUEST IN       ***
001784         CALL    "WRITE-AVAILABILITY-FEED"
001784         PERFORM RAISE-FOLIO-MESSAGE
001784     END-IF.
001784     MOVE    SPACE   TO  EX-ARXFER.
001785*
001786 MAIN-EX.
001787     EXIT    PROGRAM.
001788*
001789 STASH-DEPARTURE SECTION.
001789*
001789     CALL    "GET-BUSINESS-DATE".
001789     MOVE    EX-BUSDATE8      TO  TODAY-8.
001792     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
001793     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
001794     MOVE    "/"             TO  TODAY-YMD (5:1).
001797     MOVE    RSV-ARRIVE-KEY (1:4)    TO  ACT-ARR-8 (1:4).
001797     MOVE    RSV-ARRIVE-KEY (6:2)    TO  ACT-ARR-8 (5:2).
001797     MOVE    RSV-ARRIVE-KEY (9:2)    TO  ACT-ARR-8 (7:2).
001797     MOVE    "Y"             TO  CHECKOUT-OK.
001797 STASH-DEPARTURE-EX.
001797     EXIT.
001797*
001797 BILL-TO-CITY-LEDGER SECTION.
001797*
001797***  THE TRANSFER POSTS ITS "T" ROW AND CLEARS THE FOLIO  ***
001797***  BALANCE ITSELF -- ANY REFUSAL STOPS THE CHECK-OUT    ***
001797*
001797     MOVE    SPACE   TO  MSG-SEVERITY.
001797     CALL    "TRANSFER-TO-CITY-LEDGER".
001797     IF  MSG-SEVERITY = "E"
001797         MOVE    "N"     TO  CHECKOUT-OK
001797         MOVE "BALANCE NOT BILLED -- GUEST NOT CHECKED OUT."
001797                                             TO  MSG-ERR
001797         PERFORM RAISE-ERROR
001797     ELSE
001797         MOVE    FOLIO-PAID      TO  PAID-ED
001797         MOVE    FOLIO-BALANCE   TO  DUE-ED
001797     END-IF.
001797 BILL-TO-CITY-LEDGER-EX.
001797     EXIT.
001797*
001797 RECORD-DEPARTURE SECTION.
001797*
001797     OPEN    I-O     RESERVATION-FILE.
001797     MOVE    EX-RSVNUM   TO  RSV-NUM-KEY.
001797     READ    RESERVATION-FILE RECORD.
001797     IF  RSV-FILE-STATUS = "00"
001797         MOVE    TODAY-YMD       TO  RSV-DEPART-KEY
001797         MOVE    "D"             TO  RSV-STAT-KEY
001797         MOVE    EX-USRID        TO  RSV-USER-KEY
001797         REWRITE RESERVATION-RECORD
001797     END-IF.
001797     IF  RSV-FILE-STATUS NOT = "00"
001797         MOVE "RESERVATION FILE REWRITE FAILED -- NOT SAVED."
001797                                             TO  MSG-ERR
001797         PERFORM RAISE-ERROR
001797     ELSE
001797         PERFORM SYNC-WINDOW-ROW
001797         MOVE    "Y"     TO  DEPARTURE-DONE
001797     END-IF.
001797     CLOSE   RESERVATION-FILE.
001797 RECORD-DEPARTURE-EX.
001797     EXIT.
001806*
001806 SYNC-WINDOW-ROW SECTION.
001806*
001811***  PAYS FOR THE NIGHTS USED, NOT THE NIGHTS BOOKED, AND A  ***
001812***  SAME-DAY DEPARTURE STILL PAYS FOR ONE NIGHT. A STAY     ***
001812***  WITH RECORDED MID-STAY ROOM MOVES IS PRICED IN          ***
001812***  SEGMENTS: THE NIGHTS BEFORE EACH MOVE AT THE TYPE OF  ***
001812***  THE ROOM LEFT BEHIND, THE NIGHTS AFTER AT THE ROOM    ***
001812***  MOVED INTO. A ROOM GIVEN AS A NO-CHARGE UPGRADE IS    ***
001812***  CHARGED AT THE TYPE BOOKED                            ***
001813*
001817     COMPUTE ACT-ARR-JUL = FUNCTION INTEGER-OF-DATE(ACT-ARR-8).
001818     COMPUTE BILL-NIGHTS = TODAY-JUL - ACT-ARR-JUL.
001819     IF  BILL-NIGHTS < 1
001820         MOVE    1       TO  BILL-NIGHTS
001821     END-IF.
001821     MOVE    EX-RSVNUM       TO  EX-UPGNUM.
001821     MOVE    OUT-ROOM        TO  EX-UPGROOM.
001821     MOVE    OUT-TYPE        TO  EX-UPGTYPE.
001821     CALL    "GET-BOOKED-RATE-TYPE".
001821     MOVE    EX-UPGTYPE      TO  OUT-RATE-TYPE.
001821     PERFORM LOAD-ROOM-MOVES.
001821     IF  MOVE-CNT = ZERO
001821         MOVE    OUT-RATE-TYPE   TO  FOLIO-TYPE
001823         MOVE    BILL-NIGHTS     TO  FOLIO-NIGHTS
001823         MOVE    OUT-ARRIVE      TO  FOLIO-START
001824         CALL    "PRICE-STAY-FOLIO"
001827                             TO  MOVE-TYPE (MOVE-CNT)
001827         END-IF
001827     END-PERFORM.
001827     MOVE    MOV-RSV-NUM             TO  EX-UPGNUM.
001827     MOVE    MOV-OLD-ROOM            TO  EX-UPGROOM.
001827     MOVE    MOVE-TYPE (MOVE-CNT)    TO  EX-UPGTYPE.
001827     CALL    "GET-BOOKED-RATE-TYPE".
001827     MOVE    EX-UPGTYPE              TO  MOVE-TYPE (MOVE-CNT).
001827 LOAD-ONE-MOVE-EX.
001827     EXIT.
001827*
001827         VARYING MV-IDX FROM 1 BY 1 UNTIL MV-IDX > MOVE-CNT.
001827     COMPUTE SEG-NIGHTS = TODAY-JUL - SEG-START-JUL.
001827     IF  SEG-NIGHTS > 0
001827         MOVE    OUT-RATE-TYPE   TO  SEG-TYPE
001827         PERFORM PRICE-ONE-SEGMENT
001827     END-IF.
001827     IF  PRICED-NIGHTS < 1
001827         MOVE    1           TO  SEG-NIGHTS
001827         MOVE    OUT-RATE-TYPE   TO  SEG-TYPE
001827         MOVE    TODAY-JUL   TO  SEG-START-JUL
001827         PERFORM PRICE-ONE-SEGMENT
001827     END-IF.
001828*
001828***  APPLY EVERYTHING POSTED TO THIS RESERVATION ON THE       ***
001828***  PAYFILE LEDGER -- DEPOSITS AND DESK PAYMENTS ALIKE --    ***
001828***  SO THE FOLIO SHOWS THE TRUE BALANCE DUE. A REFUND GIVES  ***
001828***  MONEY BACK AND A PENALTY IS A CHARGE, NOT MONEY PAID --  ***
001828***  IT IS KEPT APART FOR THE GUEST LEDGER SETTLEMENT         ***
001828***  NO LEDGER FILE YET SIMPLY MEANS NOTHING HAS BEEN PAID    ***
001828*
001828     MOVE    ZERO    TO  FOLIO-PAID  STAY-PENALTY.
001828     OPEN INPUT  PAYMENT-FILE.
001828     IF  PAY-FILE-STATUS = "00"
001828         PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
001828                     MOVE "10"  TO PAY-FILE-STATUS
001828                 NOT AT END
001828                     IF  PAY-RSV-NUM = EX-RSVNUM
001828                         EVALUATE PAY-KIND
001828                             WHEN "X"
001828                                 ADD PAY-AMOUNT  TO  STAY-PENALTY
001828                             WHEN "R"
001828                                 SUBTRACT PAY-AMOUNT
001828                                     FROM FOLIO-PAID
001828                             WHEN OTHER
001828                                 ADD PAY-AMOUNT  TO  FOLIO-PAID
001828                         END-EVALUATE
001828                     END-IF
001828             END-READ
001828         END-PERFORM
001828 SUM-PAYMENTS-FOR-STAY-EX.
001828     EXIT.
001828*
001828 SETTLE-GUEST-LEDGER SECTION.
001828*
001828***  THE GUEST LEAVES THE GUEST LEDGER HERE: EVERY NIGHT THE  ***
001828***  AUDIT POSTED, PLUS PENALTIES, LESS WHAT WAS PAID OR      ***
001828***  BILLED TO THE CITY LEDGER, IS WHAT IS SETTLED OFF IT --  ***
001828***  SAVE A BALANCE DUE NOT YET COLLECTED, WHICH STAYS ON      ***
001828***  THE LEDGER FOR A LATER PAYMENT TO CLEAR. A RETRIED        ***
001828***  CHECK-OUT REPLACES TODAY'S ROW AND NETS OFF ANY ROW LEFT  ***
001828***  BY AN EARLIER DAY'S ATTEMPT                               ***
001828*
001828     CALL    "GET-BUSINESS-DATE".
001828     MOVE    ZERO    TO  STAY-CHARGES  PRIOR-SETTLED.
001828     OPEN    I-O     CHARGE-FILE.
001828     IF  FOL-FILE-STATUS = "35"
001828         OPEN    OUTPUT  CHARGE-FILE
001828     ELSE
001828         MOVE    EX-RSVNUM   TO  FOL-RSV-NUM
001828         MOVE    LOW-VALUES  TO  FOL-DATE  FOL-KIND
001828         START   CHARGE-FILE KEY NOT < FOL-ID-KEY
001828         PERFORM UNTIL FOL-FILE-STATUS NOT = "00"
001828             READ CHARGE-FILE NEXT RECORD
001828                 AT END
001828                     MOVE "10"  TO FOL-FILE-STATUS
001828                 NOT AT END
001828                     IF  FOL-RSV-NUM NOT = EX-RSVNUM
001828                         MOVE "10"  TO FOL-FILE-STATUS
001828                     ELSE
001828                         IF  FOL-KIND = "C"
001828                             ADD FOL-AMOUNT  TO  STAY-CHARGES
001828                         END-IF
001828                         IF  FOL-KIND = "S"
001828                                 AND FOL-DATE NOT = EX-BUSDATE
001828                             ADD FOL-AMOUNT  TO  PRIOR-SETTLED
001828                         END-IF
001828                     END-IF
001828             END-READ
001828         END-PERFORM
001828     END-IF.
001828     MOVE    EX-RSVNUM       TO  FOL-RSV-NUM.
001828     MOVE    EX-BUSDATE      TO  FOL-DATE.
001828     MOVE    "S"             TO  FOL-KIND.
001828     MOVE    OUT-ROOM        TO  FOL-ROOM.
001828     MOVE    OUT-TYPE        TO  FOL-TYPE.
001828     MOVE    ZERO            TO  FOL-ROOM-CHG  FOL-TAX-AMT.
001828     MOVE    ZERO            TO  DUE-LEFT.
001828     IF  FOLIO-BALANCE > ZERO
001828         MOVE    FOLIO-BALANCE   TO  DUE-LEFT
001828     END-IF.
001828     COMPUTE FOL-AMOUNT = STAY-CHARGES + STAY-PENALTY
001828                        - FOLIO-PAID - DUE-LEFT - PRIOR-SETTLED.
001828     WRITE   CHARGE-RECORD.
001828     IF  FOL-FILE-STATUS = "22"
001828         REWRITE CHARGE-RECORD
001828     END-IF.
001828     IF  FOL-FILE-STATUS NOT = "00"
001828         MOVE "GUEST LEDGER NOT SETTLED -- GUEST NOT CHECKED OUT."
001828                                             TO  MSG-ERR
001828         MOVE    "N"     TO  CHECKOUT-OK
001828         PERFORM RAISE-ERROR
001828     END-IF.
001828     CLOSE   CHARGE-FILE.
001828 SETTLE-GUEST-LEDGER-EX.
001828     EXIT.
001828*
001829 FIND-DEPARTURE-TYPE SECTION.
001829*
001829     MOVE    SPACES  TO  OUT-TYPE.
001829     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
001829         IF  ROOM-NUM (ROOM-IDX) = OUT-ROOM
001829             MOVE    ROOM-TYPE (ROOM-IDX)    TO  OUT-TYPE
001829         END-IF
001829     END-PERFORM.
001829 FIND-DEPARTURE-TYPE-EX.
001829     EXIT.
001829*
001829 GIVE-BACK-ROOM-SLOT SECTION.
001829*
001837     PERFORM VARYING TBL-IDX FROM 1 BY 1 UNTIL TBL-IDX > 7
001838         IF  ROOM-TYPE-CODE (TBL-IDX) = OUT-TYPE
001839             IF  ROOM-RSV-NUM (TBL-IDX) > 0
001905*   IS MARKED "N" AND ITS ROOM-RSV-NUM SLOT GIVEN BACK SO THE
001906*   TYPE SELLS AGAIN. ROOM STATUS ALREADY SHOWS THE ROOM
001907*   VACANT, SINCE STATUS COMES FROM RECORDED CHECK-IN FACTS.
001907*   EACH NO-SHOW IS FIRST SETTLED AS A LATE CANCEL UNDER THE
001907*   ROOM TYPE'S CANCELLATION POLICY (APPLY-CANCELLATION-POLICY);
001907*   A ROW WHOSE SETTLEMENT FAILS IS LEFT BOOKED SO THE NEXT RUN
001907*   PICKS IT UP AGAIN.
001908*
001909 ENVIRONMENT DIVISION.
001910 INPUT-OUTPUT SECTION.
001929     05  RSV-STAT-KEY        PIC X(01).
001929     05  RSV-GROUP-KEY       PIC X(05).
001929     05  RSV-USER-KEY        PIC X(08).
001929     05  RSV-SOURCE-KEY      PIC X(01).
001929     05  RSV-AGENT-KEY       PIC X(08).
001930 WORKING-STORAGE SECTION.
001931 77  RSV-FILE-STATUS         PIC X(02).
001932 77  TODAY-8              PIC 9(08).
001937 77  FOUND-IDX            PIC S9(04) COMP-5.
001938 77  RELEASED-COUNT       PIC 9(04).
001939 77  RELEASED-ED          PIC ZZZ9.
001939 77  SETTLE-OK            PIC X(01).
001939 77  PRIOR-SEVERITY       PIC X(01).
001940 77  POW-0001                PIC X(14).
001941 PROCEDURE   DIVISION.
001942 MAIN                    SECTION.
001943*
001944     MOVE    SPACE   TO  MSG-SEVERITY.
001944     CALL    "GET-BUSINESS-DATE".
001944     MOVE    EX-BUSDATE8     TO  TODAY-8.
001945     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
001946     MOVE    ZERO    TO  RELEASED-COUNT.
001947     OPEN    I-O     RESERVATION-FILE.
001955         END-PERFORM
001955     END-IF.
001956     CLOSE   RESERVATION-FILE.
001956     MOVE    SPACES  TO  EX-CXLREASON.
001956     IF  RELEASED-COUNT > 0
001958         CALL    "COMPUTE-ROOM-STATUS"
001958         CALL    "WRITE-AVAILABILITY-FEED"
001959     END-IF.
001960*
001960***  A FAILED REWRITE HAS ALREADY BEEN RAISED -- THE SUMMARY   ***
001960***  MUST NOT PAPER OVER IT FOR THE END-OF-DAY DRIVER          ***
001960*
001960     IF  MSG-SEVERITY NOT = "E"
001960         MOVE    RELEASED-COUNT  TO  RELEASED-ED
001960         MOVE    SPACES          TO  MSG-ERR
001960         STRING  "NO-SHOW RELEASE:" RELEASED-ED
001960                 " RESERVATION(S) RELEASED."
001960                 DELIMITED BY SIZE   INTO  MSG-ERR
001960         MOVE    "I"         TO  MSG-SEVERITY
001960         MOVE    "DEMOMSG"   TO  POW-0001
001960         CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL
001960          BY REFERENCE POW-0001
001960     END-IF.
001969*
001970 MAIN-EX.
001971     EXIT    PROGRAM.
001980     EXIT.
001981*
001982 RELEASE-ONE-NO-SHOW SECTION.
001982*
001982***  THE PENALTY IS SETTLED BEFORE THE ROW IS MARKED, SO A     ***
001982***  FAILURE LEAVES IT TO BE RETRIED -- THE CANCELLATION FILE  ***
001982***  STOPS A RETRY FROM CHARGING IT TWICE                      ***
001982*
001982     PERFORM FIND-NO-SHOW-TYPE.
001982     PERFORM SETTLE-NO-SHOW.
001982     IF  SETTLE-OK = "Y"
001982         PERFORM MARK-NO-SHOW
001982     END-IF.
001982 RELEASE-ONE-NO-SHOW-EX.
001982     EXIT.
001982*
001982 FIND-NO-SHOW-TYPE SECTION.
001982*
001982     MOVE    SPACES  TO  NS-TYPE.
001982     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
001982         IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
001982             MOVE    ROOM-TYPE (ROOM-IDX)    TO  NS-TYPE
001982         END-IF
001982     END-PERFORM.
001982 FIND-NO-SHOW-TYPE-EX.
001982     EXIT.
001982*
001982 SETTLE-NO-SHOW SECTION.
001982*
001982***  AN EARLIER ROW'S ERROR MUST SURVIVE FOR THE END-OF-DAY    ***
001982***  DRIVER, SO ONLY THIS CALL'S OUTCOME IS JUDGED HERE        ***
001982*
001982     MOVE    MSG-SEVERITY    TO  PRIOR-SEVERITY.
001982     MOVE    "N"             TO  EX-CXLKIND.
001982     MOVE    "NO-SHOW"       TO  EX-CXLREASON.
001982     MOVE    RSV-NUM-KEY     TO  EX-CXLNUM.
001982     MOVE    RSV-ROOM-KEY    TO  EX-CXLROOM.
001982     MOVE    NS-TYPE         TO  EX-CXLTYPE.
001982     MOVE    RSV-DATE-KEY    TO  EX-CXLDATE.
001982     MOVE    RSV-STAY-KEY    TO  EX-CXLSTAY.
001982     MOVE    RSV-NAME-KEY    TO  EX-CXLNAME.
001982     MOVE    RSV-TEL-KEY     TO  EX-CXLTEL.
001982     MOVE    RSV-GROUP-KEY   TO  EX-CXLGROUP.
001982     MOVE    SPACE           TO  MSG-SEVERITY.
001982     CALL    "APPLY-CANCELLATION-POLICY".
001982     IF  MSG-SEVERITY = "E"
001982         MOVE    "N"             TO  SETTLE-OK
001982     ELSE
001982         MOVE    "Y"             TO  SETTLE-OK
001982         MOVE    PRIOR-SEVERITY  TO  MSG-SEVERITY
001982     END-IF.
001982 SETTLE-NO-SHOW-EX.
001982     EXIT.
001982*
001982 MARK-NO-SHOW SECTION.
001982*
001982     MOVE    "N"     TO  RSV-STAT-KEY.
001984     MOVE    EX-USRID    TO  RSV-USER-KEY.
001994     REWRITE RESERVATION-RECORD.
001995     IF  RSV-FILE-STATUS NOT = "00"
002000         CALL    "RECORD-ROOM-HSK-STATUS"
002001         ADD     1       TO  RELEASED-COUNT
002001     END-IF.
002001 MARK-NO-SHOW-EX.
002001     EXIT.
002004*
002005 GIVE-BACK-NO-SHOW-SLOT SECTION.
002006*
002007     PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 7
002014         IF  ROOM-TYPE-CODE (TYPE-IDX) = NS-TYPE
002015             IF  ROOM-RSV-NUM (TYPE-IDX) > 0
002016                 SUBTRACT 1  FROM  ROOM-RSV-NUM (TYPE-IDX)
002361     05  RSV-STAT-KEY        PIC X(01).
002361     05  RSV-GROUP-KEY       PIC X(05).
002361     05  RSV-USER-KEY        PIC X(08).
002361     05  RSV-SOURCE-KEY      PIC X(01).
002361     05  RSV-AGENT-KEY       PIC X(08).
002362 FD  AVAIL-REPORT-FILE.
002363 01  AVAIL-REPORT-LINE           PIC X(60).
002364 WORKING-STORAGE SECTION.
002400 PROCEDURE   DIVISION.
002401 MAIN                    SECTION.
002402*
002403     CALL    "GET-BUSINESS-DATE".
002403     MOVE    EX-BUSDATE8      TO  TODAY-8.
002404     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
002405     PERFORM RESOLVE-START-DATE.
002406     COMPUTE LAST-JUL = START-JUL + 29.
002613     05  RSV-STAT-KEY        PIC X(01).
002613     05  RSV-GROUP-KEY       PIC X(05).
002613     05  RSV-USER-KEY        PIC X(08).
002613     05  RSV-SOURCE-KEY      PIC X(01).
002613     05  RSV-AGENT-KEY       PIC X(08).
002614 FD  HISTORY-FILE.
002615 01  HISTORY-RECORD.
002616     05  HIST-RSV-NUM        PIC X(09).
002624     05  HIST-GROUP          PIC X(05).
002624     05  HIST-USER           PIC X(08).
002625     05  HIST-ARCHIVED-DATE  PIC X(10).
002625     05  HIST-SOURCE         PIC X(01).
002625     05  HIST-AGENT          PIC X(08).
002626 FD  CONTROL-FILE.
002627 01  CONTROL-RECORD.
002628     05  CTL-RUN-DATE        PIC X(10).
002661 PROCEDURE   DIVISION.
002662 MAIN                    SECTION.
002663*
002664     MOVE    SPACE   TO  MSG-SEVERITY.
002664     CALL    "GET-BUSINESS-DATE".
002664     MOVE    EX-BUSDATE8     TO  TODAY-8.
002665     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
002666     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
002667     MOVE    "/"             TO  TODAY-YMD (5:1).
002686***  RELOAD THE LIVE TABLES AND COUNTS FROM THE PURGED MASTER ***
002687*
002688     CALL    "HOTEL-OPENED".
002689     IF  MSG-SEVERITY NOT = "E"
002689         MOVE    MOVED-COUNT     TO  COUNT-ED
002689         MOVE    SPACES          TO  MSG-ERR
002689         STRING  "ARCHIVE RUN COMPLETE --" COUNT-ED
002689                 " ROW(S) MOVED TO RSVHIST."
002689                 DELIMITED BY SIZE   INTO  MSG-ERR
002689         MOVE    "I"         TO  MSG-SEVERITY
002689         MOVE    "DEMOMSG"   TO  POW-0001
002689         CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL
002689          BY REFERENCE POW-0001
002689     END-IF.
002697*
002698 MAIN-EX.
002699     EXIT    PROGRAM.
002782     MOVE    RSV-STAT-KEY    TO  HIST-STAT.
002782     MOVE    RSV-GROUP-KEY   TO  HIST-GROUP.
002782     MOVE    RSV-USER-KEY    TO  HIST-USER.
002782     MOVE    RSV-SOURCE-KEY  TO  HIST-SOURCE.
002782     MOVE    RSV-AGENT-KEY   TO  HIST-AGENT.
002783     MOVE    TODAY-YMD       TO  HIST-ARCHIVED-DATE.
002784     WRITE   HISTORY-RECORD.
002785     IF  HIST-FILE-STATUS = "00" OR HIST-FILE-STATUS = "22"
002941*
002942 WRITE-WAITLIST-ENTRY SECTION.
002943*
002944     CALL    "GET-BUSINESS-DATE".
002944     MOVE    EX-BUSDATE8      TO  TODAY-8.
002945     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
002946     MOVE    "/"             TO  TODAY-YMD (5:1).
002947     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
003230     05  RSV-STAT-KEY        PIC X(01).
003230     05  RSV-GROUP-KEY       PIC X(05).
003230     05  RSV-USER-KEY        PIC X(08).
003230     05  RSV-SOURCE-KEY      PIC X(01).
003230     05  RSV-AGENT-KEY       PIC X(08).
003231 FD  CHANGE-LOG-FILE.
003232 01  CHANGE-LOG-LINE         PIC X(100).
003233 WORKING-STORAGE SECTION.
003237 77  OLD-DEPART           PIC X(10).
003237 77  OLD-STAT             PIC X(01).
003237 77  OLD-GROUP            PIC X(05).
003237 77  OLD-SOURCE           PIC X(01).
003237 77  OLD-AGENT            PIC X(08).
003238 77  NEW-DATE             PIC X(10).
003239 77  NEW-STAY             PIC X(02).
003240 77  NEW-ROOM             PIC X(04).
003285         MOVE    RSV-DEPART-KEY  TO  OLD-DEPART
003285         MOVE    RSV-STAT-KEY    TO  OLD-STAT
003285         MOVE    RSV-GROUP-KEY   TO  OLD-GROUP
003285         MOVE    RSV-SOURCE-KEY  TO  OLD-SOURCE
003285         MOVE    RSV-AGENT-KEY   TO  OLD-AGENT
003286     END-IF.
003287     CLOSE   RESERVATION-FILE.
003288*
003447***  SAME OVERLAP RULE AS A NEW BOOKING, EXCEPT THE BOOKING'S ***
003448***  OWN ROW IS NOT AN OVERLAP OF ITSELF                      ***
003449*
003450     CALL    "GET-BUSINESS-DATE".
003450     MOVE    EX-BUSDATE8      TO  TODAY-8.
003450     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
003450     MOVE    NEW-DATE (1:4)      TO  NEW-ARR-8 (1:4).
003451     MOVE    NEW-DATE (6:2)      TO  NEW-ARR-8 (5:2).
003580     MOVE    OLD-STAT                TO  RSV-STAT-KEY.
003580     MOVE    OLD-GROUP               TO  RSV-GROUP-KEY.
003580     MOVE    EX-USRID                TO  RSV-USER-KEY.
003580     MOVE    OLD-SOURCE              TO  RSV-SOURCE-KEY.
003580     MOVE    OLD-AGENT               TO  RSV-AGENT-KEY.
003580     REWRITE RESERVATION-RECORD.
003582     IF  RSV-FILE-STATUS NOT = "00"
003583         MOVE "RESERVATION FILE REWRITE FAILED -- NOT SAVED."
003584                                             TO  MSG-ERR
003613*   SUPPRESSES THE PER-ROW MESSAGE SHEETS; EVERY REJECTED ROW
003614*   IS WRITTEN WITH ITS CENTRAL REFERENCE AND MSG-ERR REASON TO
003615*   THE IMPREJ REJECT REPORT FOR EXCEPTION WORKING. THE AMOUNT
003616*   FIELD ON THE INTAKE ROW IS FEED BAGGAGE AND IS IGNORED, AS
003616*   IS ITS SOURCE: EVERY ROW TAKEN FROM THE FEED IS STAMPED "C"
003616*   (CENTRAL RESERVATIONS), WITH THE ROW'S TRAVEL AGENT NUMBER.
003617*
003618 ENVIRONMENT DIVISION.
003619 INPUT-OUTPUT SECTION.
003635     05  IMP-RSV-TEL         PIC X(12).
003636     05  IMP-RSV-STAY        PIC X(02).
003637     05  IMP-RSV-AMOUNT      PIC 9(07)V9(02).
003637     05  IMP-RSV-SOURCE      PIC X(01).
003637     05  IMP-RSV-AGENT       PIC X(08).
003638 FD  REJECT-REPORT-FILE.
003639 01  REJECT-REPORT-LINE          PIC X(100).
003640 WORKING-STORAGE SECTION.
003679             END-READ
003680         END-PERFORM
003681         MOVE    ZERO    TO  SEL-SW
003681         MOVE    SPACES  TO  EX-RSVSOURCE  EX-RSVAGENT
003682         CLOSE   IMPORT-FILE
003683         PERFORM WRITE-IMPORT-SUMMARY
003684         CLOSE   REJECT-REPORT-FILE
003700     MOVE    IMP-RSV-NAME    TO  EX-RSVNAME.
003701     MOVE    IMP-RSV-TEL     TO  EX-RSVTEL.
003702     MOVE    IMP-RSV-STAY    TO  EX-RSVSTAY.
003702     MOVE    "C"             TO  EX-RSVSOURCE.
003702     MOVE    IMP-RSV-AGENT   TO  EX-RSVAGENT.
003703     MOVE    SPACES          TO  EX-RSVTHIS.
003704     MOVE    SPACES          TO  MSG-ERR.
003705     CALL    "ADD-RESERVATION".
003807*
003808 RECORD-OUT-OF-ORDER SECTION.
003809*
003810     CALL    "GET-BUSINESS-DATE".
003810     MOVE    EX-BUSDATE8      TO  TODAY-8.
003811     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
003812     MOVE    "/"             TO  TODAY-YMD (5:1).
003813     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
003942 PROCEDURE   DIVISION.
003942 MAIN                    SECTION.
003942*
003942     CALL    "GET-BUSINESS-DATE".
003942     MOVE    EX-BUSDATE8      TO  TODAY-8.
003942     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
003942     MOVE    "/"             TO  TODAY-YMD (5:1).
003942     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
003942     05  RSV-STAT-KEY        PIC X(01).
003942     05  RSV-GROUP-KEY       PIC X(05).
003942     05  RSV-USER-KEY        PIC X(08).
003942     05  RSV-SOURCE-KEY      PIC X(01).
003942     05  RSV-AGENT-KEY       PIC X(08).
003942 WORKING-STORAGE SECTION.
003942 77  RSV-FILE-STATUS         PIC X(02).
003942 77  TODAY-8              PIC 9(08).
003942 PROCEDURE   DIVISION.
003942 MAIN                    SECTION.
003942*
003942     CALL    "GET-BUSINESS-DATE".
003942     MOVE    EX-BUSDATE8      TO  TODAY-8.
003942     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
003942     MOVE    ZERO    TO  DIRTY-COUNT.
003942     OPEN    OUTPUT  TASK-REPORT-FILE.
003956*   ROOM COUNT, ARRIVAL AND NIGHTS; EVERY MEMBER ROW ON THE
003957*   RESERVATION MASTER CARRIES THE GROUP NUMBER IN
003958*   RSV-GROUP-KEY SO CANCEL-GROUP-BLOCK CAN DROP THE WHOLE
003958*   BLOCK AND GROUP-ROOMING-LIST CAN PRINT THE ROOMING LIST.
003958*   WHEN THE TYPE HAS TOO FEW FREE ROOMS, THE SHORTFALL IS TAKEN
003958*   ON THE OVERBOOKING ALLOWANCE FOR THE ARRIVAL DATE, LESS ANY
003958*   OF IT ALREADY USED OVER THE STAY; THOSE MEMBERS SHARE THE
003958*   LOWEST HELD ROOMS UNTIL THE ARRIVAL-DAY WALK LIST RESOLVES
003958*   THEM. MEMBER ROWS ARE STAMPED WITH BOOKING SOURCE "G" AND
003958*   THE TRAVEL AGENT IN EX-RSVAGENT, WHEN ONE MADE THE BLOCK.
003960*
003961 ENVIRONMENT DIVISION.
003962 INPUT-OUTPUT SECTION.
003967         RECORD KEY   IS RSV-NUM-KEY
003968         FILE STATUS  IS RSV-FILE-STATUS.
003969     SELECT HISTORY-FILE       ASSIGN TO  "RSVHIST"
003969         ORGANIZATION IS INDEXED
003969         ACCESS MODE  IS DYNAMIC
003969         RECORD KEY   IS HIST-RSV-NUM
003969         FILE STATUS  IS HIST-FILE-STATUS.
003969     SELECT CANCEL-FILE        ASSIGN TO  "CXLFILE"
003969         ORGANIZATION IS INDEXED
003969         ACCESS MODE  IS DYNAMIC
003969         RECORD KEY   IS CXL-RSV-NUM
003969         FILE STATUS  IS CXL-FILE-STATUS.
003974     SELECT GROUP-FILE         ASSIGN TO  "GRPFILE"
003975         ORGANIZATION IS INDEXED
003976         ACCESS MODE  IS DYNAMIC
003991     05  RSV-STAT-KEY        PIC X(01).
003992     05  RSV-GROUP-KEY       PIC X(05).
003992     05  RSV-USER-KEY        PIC X(08).
003992     05  RSV-SOURCE-KEY      PIC X(01).
003992     05  RSV-AGENT-KEY       PIC X(08).
003993 FD  HISTORY-FILE.
003994 01  HISTORY-RECORD.
003995     05  HIST-RSV-NUM        PIC X(09).
004004     05  HIST-GROUP          PIC X(05).
004004     05  HIST-USER           PIC X(08).
004005     05  HIST-ARCHIVED-DATE  PIC X(10).
004005     05  HIST-SOURCE         PIC X(01).
004005     05  HIST-AGENT          PIC X(08).
004005 FD  CANCEL-FILE.
004005 01  CANCEL-RECORD.
004005     05  CXL-RSV-NUM         PIC X(09).
004005     05  CXL-DATE            PIC X(10).
004005     05  CXL-KIND            PIC X(01).
004005     05  CXL-RSV-DATE        PIC X(10).
004005     05  CXL-ROOM            PIC X(04).
004005     05  CXL-TYPE            PIC X(02).
004005     05  CXL-STAY            PIC X(02).
004005     05  CXL-NAME            PIC X(20).
004005     05  CXL-GROUP           PIC X(05).
004005     05  CXL-NOTICE          PIC 9(04).
004005     05  CXL-REASON          PIC X(20).
004005     05  CXL-USER            PIC X(08).
004005     05  CXL-HELD            PIC 9(07)V9(02).
004005     05  CXL-PENALTY         PIC 9(07)V9(02).
004005     05  CXL-REFUND          PIC 9(07)V9(02).
004005     05  CXL-STAMP           PIC X(14).
004005     05  CXL-TEL             PIC X(12).
004006 FD  GROUP-FILE.
004007 01  GROUP-RECORD.
004008     05  GRP-NUM-KEY         PIC X(05).
004018 WORKING-STORAGE SECTION.
004019 77  RSV-FILE-STATUS         PIC X(02).
004020 77  HIST-FILE-STATUS        PIC X(02).
004020 77  CXL-FILE-STATUS         PIC X(02).
004021 77  GRP-FILE-STATUS         PIC X(02).
004022 77  VALID-SW             PIC X(01).
004023 77  GRP-OK               PIC X(01).
004043 77  NEW-GRP-NUM          PIC 9(05).
004044 77  NEED-ROOMS           PIC S9(04) COMP-5.
004045 77  FREE-COUNT           PIC S9(04) COMP-5.
004045 77  HELD-COUNT           PIC S9(04) COMP-5.
004045 77  INHOUSE-COUNT        PIC S9(04) COMP-5.
004045 77  OVERLAP-COUNT        PIC S9(04) COMP-5.
004045 77  OVERSOLD-COUNT       PIC S9(04) COMP-5.
004045 77  SHORT-ROOMS          PIC S9(04) COMP-5.
004045*    SELLABLE ROOMS OF THE TYPE ALREADY HELD OVER THE STAY,
004045*    BOOKINGS OF THE TYPE OVERLAPPING IT, HOW MANY OF THOSE
004045*    ARE ALREADY PAST THE ROOMS, AND THE BLOCK'S SHORTFALL
004046 77  PICK-CNT             PIC S9(04) COMP-5.
004047 77  WRITE-IDX            PIC S9(04) COMP-5.
004048 77  UNDO-IDX             PIC S9(04) COMP-5.
004049 77  ROOMS-ED             PIC ZZ9.
004049 77  SHORT-ED             PIC ZZ9.
004050 77  POW-0001                PIC X(14).
004051 01  ROOM-FREE-LIST.
004052     05  ROOM-FREE   PIC X(01)   OCCURS  120 TIMES.
004053*        "F" = ROOM OF THE REQUESTED TYPE, SELLABLE, AND FREE
004053*        OVER THE WHOLE REQUESTED STAY (PARALLEL TO ROOM-TABLE),
004053*        "H" = SELLABLE BUT ALREADY HELD FOR PART OF THE STAY,
004053*        "I" = HELD BY A GUEST ALREADY IN HOUSE, NEVER SHARED
004055 01  PICKED-ROOM-LIST.
004056     05  PICKED-ROOM PIC X(04)   OCCURS  20  TIMES.
004057 01  WRITTEN-NUM-LIST.
004088                 OR EX-GRPROOMS = ZERO
004089                 OR EX-GRPROOMS > 20
004090             MOVE "GROUP ROOM COUNT MUST BE 1 TO 20."
004090                                             TO  MSG-ERR
004090             MOVE    "N"     TO  VALID-SW
004090         END-IF
004090     END-IF.
004090     IF  VALID-SW = "Y" AND EX-RSVAGENT NOT = SPACES
004090         MOVE    EX-RSVAGENT     TO  EX-AGQNUM
004090         CALL    "GET-TRAVEL-AGENT"
004090         IF  EX-AGQSTAT = SPACE
004090             MOVE "TRAVEL AGENT IS NOT ON THE AGENT MASTER."
004090                                             TO  MSG-ERR
004090             MOVE    "N"     TO  VALID-SW
004090         ELSE
004090             IF  EX-AGQSTAT = "C"
004090                 MOVE "TRAVEL AGENT ACCOUNT IS CLOSED."
004090                                             TO  MSG-ERR
004090                 MOVE    "N"     TO  VALID-SW
004090             END-IF
004090         END-IF
004090     END-IF.
004095     MOVE    "N"     TO  TYPE-FOUND.
004096     IF  VALID-SW = "Y"
004097         PERFORM VARYING TBL-IDX FROM 1 BY 1 UNTIL TBL-IDX > 6
004113     IF  VALID-SW = "Y"
004114         PERFORM COMPUTE-GROUP-STAY-RANGE
004115         PERFORM MARK-FREE-ROOMS
004115         MOVE    EX-GRPROOMS     TO  NEED-ROOMS
004115         MOVE    ZERO            TO  SHORT-ROOMS
004115         IF  FREE-COUNT < NEED-ROOMS
004115             PERFORM CHECK-OVERBOOKING-ALLOWANCE
004115         END-IF
004122     END-IF.
004123     IF  VALID-SW = "N"
004124         PERFORM RAISE-ERROR
004174*
004175 COMPUTE-GROUP-STAY-RANGE SECTION.
004176*
004177     CALL    "GET-BUSINESS-DATE".
004177     MOVE    EX-BUSDATE8      TO  TODAY-8.
004178     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
004179     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
004180     MOVE    "/"             TO  TODAY-YMD (5:1).
004194 MARK-FREE-ROOMS SECTION.
004195*
004196***  FLAG EVERY SELLABLE ROOM OF THE REQUESTED TYPE, THEN    ***
004196***  MARK AS HELD ANY ROOM A LIVE RESERVATION HOLDS OVER AN  ***
004196***  OVERLAPPING STAY -- ONE PASS OVER THE MASTER DECIDES    ***
004196***  THE WHOLE BLOCK                                         ***
004200*
004201     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
004202         IF  ROOM-TYPE (ROOM-IDX) = EX-RSVTYPE
004206             MOVE    SPACE   TO  ROOM-FREE (ROOM-IDX)
004207         END-IF
004208     END-PERFORM.
004208     MOVE    ZERO    TO  OVERLAP-COUNT.
004208     OPEN INPUT  RESERVATION-FILE.
004208     IF  RSV-FILE-STATUS = "00"
004208         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
004208             READ RESERVATION-FILE NEXT RECORD
004208                 AT END
004208                     MOVE "10"  TO RSV-FILE-STATUS
004208                 NOT AT END
004208                     IF  RSV-STAT-KEY NOT = "N"
004208                         PERFORM CLEAR-ONE-HELD-ROOM
004218                     END-IF
004219             END-READ
004220         END-PERFORM
004221         CLOSE RESERVATION-FILE
004222     END-IF.
004223     MOVE    ZERO    TO  FREE-COUNT  HELD-COUNT  INHOUSE-COUNT.
004223     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
004223         IF  ROOM-FREE (ROOM-IDX) = "F"
004223             ADD 1   TO  FREE-COUNT
004223         END-IF
004223         IF  ROOM-FREE (ROOM-IDX) = "H"
004223             ADD 1   TO  HELD-COUNT
004223         END-IF
004223         IF  ROOM-FREE (ROOM-IDX) = "I"
004223             ADD 1   TO  INHOUSE-COUNT
004223         END-IF
004223     END-PERFORM.
004229 MARK-FREE-ROOMS-EX.
004230     EXIT.
004231*
004235     IF  NEW-ARR-JUL < EXIST-DEP-JUL
004236             AND NEW-DEP-JUL > EXIST-ARR-JUL
004237         PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
004237             IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
004237                 IF  ROOM-TYPE (ROOM-IDX) = EX-RSVTYPE
004237                     ADD 1   TO  OVERLAP-COUNT
004237                 END-IF
004237                 IF  RSV-STAT-KEY = "I"
004237                         AND ROOM-FREE (ROOM-IDX) NOT = SPACE
004237                     MOVE    "I"     TO  ROOM-FREE (ROOM-IDX)
004237                 END-IF
004237                 IF  ROOM-FREE (ROOM-IDX) = "F"
004237                     MOVE    "H"     TO  ROOM-FREE (ROOM-IDX)
004237                 END-IF
004237             END-IF
004237         END-PERFORM
004242     END-IF.
004243 CLEAR-ONE-HELD-ROOM-EX.
004244     EXIT.
004245*
004246 CHECK-OVERBOOKING-ALLOWANCE SECTION.
004246*
004246***  THE SHORTFALL MAY BE SOLD ON THE ALLOWANCE FOR THE    ***
004246***  ARRIVAL DATE, LESS WHAT IS ALREADY OVERSOLD OVER THE  ***
004246***  STAY -- BOOKINGS OF THE TYPE BEYOND THE ROOMS THEY    ***
004246***  HOLD. THERE MUST BE A ROOM HELD BY A FUTURE BOOKING    ***
004246***  FOR THE EXTRA MEMBERS TO SHARE -- A ROOM WITH A GUEST  ***
004246***  ALREADY IN IT IS NEVER SOLD TWICE                      ***
004246*
004246     MOVE    EX-RSVTYPE  TO  EX-OBQTYPE.
004246     MOVE    EX-RSVDATE  TO  EX-OBQDATE.
004246     CALL    "GET-OVERBOOKING-ALLOWANCE".
004246     COMPUTE OVERSOLD-COUNT = OVERLAP-COUNT - HELD-COUNT
004246                                            - INHOUSE-COUNT.
004246     IF  OVERSOLD-COUNT < 0
004246         MOVE    ZERO    TO  OVERSOLD-COUNT
004246     END-IF.
004246     COMPUTE SHORT-ROOMS = NEED-ROOMS - FREE-COUNT.
004246     IF  HELD-COUNT = 0
004246             OR SHORT-ROOMS + OVERSOLD-COUNT > EX-OBQEXTRA
004246         MOVE "NOT ENOUGH FREE ROOMS OF THAT TYPE FOR BLOCK."
004246                                             TO  MSG-ERR
004246         MOVE    "N"     TO  VALID-SW
004246     END-IF.
004246 CHECK-OVERBOOKING-ALLOWANCE-EX.
004246     EXIT.
004246*
004246 COMPUTE-EXISTING-STAY-RANGE SECTION.
004247*
004248***  SAME STAY-RANGE RULES AS THE DOUBLE-BOOKING CHECKS:      ***
004274*
004275 PICK-GROUP-ROOMS SECTION.
004276*
004277***  LOWEST FREE ROOM NUMBERS FIRST, SO A BLOCK LANDS ON    ***
004277***  NEIGHBOURING ROOMS WHERE IT CAN. MEMBERS SOLD ON THE   ***
004277***  OVERBOOKING ALLOWANCE GO ROUND THE ROOMS HELD BY         ***
004277***  FUTURE BOOKINGS, LOWEST FIRST -- NEVER AN IN-HOUSE ROOM  ***
004279*
004280     MOVE    ZERO    TO  PICK-CNT.
004281     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
004283                 AND PICK-CNT < NEED-ROOMS
004284             ADD 1   TO  PICK-CNT
004285             MOVE    ROOM-NUM (ROOM-IDX)
004285                                 TO  PICKED-ROOM (PICK-CNT)
004285         END-IF
004285     END-PERFORM.
004285     PERFORM UNTIL PICK-CNT NOT < NEED-ROOMS
004285         PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
004285             IF  ROOM-FREE (ROOM-IDX) = "H"
004285                     AND PICK-CNT < NEED-ROOMS
004285                 ADD 1   TO  PICK-CNT
004285                 MOVE    ROOM-NUM (ROOM-IDX)
004285                                 TO  PICKED-ROOM (PICK-CNT)
004285             END-IF
004285         END-PERFORM
004285     END-PERFORM.
004289 PICK-GROUP-ROOMS-EX.
004290     EXIT.
004291*
004319 ASSIGN-NEXT-RSV-SEQ SECTION.
004320*
004321***  SAME RULE AS A SINGLE BOOKING: ONE PAST THE HIGHEST      ***
004321***  SEQUENCE ON THE RESERVATION MASTER, THE RSVHIST ARCHIVE  ***
004321***  AND THE CXLFILE REGISTER, SO AN ARCHIVED OR CANCELLED    ***
004321***  NUMBER IS NEVER HANDED OUT AGAIN                         ***
004324*
004325     MOVE    ZERO    TO  MAX-SEQ.
004326     OPEN INPUT  RESERVATION-FILE.
004356             END-READ
004357         END-PERFORM
004358         CLOSE HISTORY-FILE
004358     END-IF.
004358     OPEN INPUT  CANCEL-FILE.
004358     IF  CXL-FILE-STATUS = "00"
004358         PERFORM UNTIL CXL-FILE-STATUS NOT = "00"
004358             READ CANCEL-FILE NEXT RECORD
004358                 AT END
004358                     MOVE "10"  TO CXL-FILE-STATUS
004358                 NOT AT END
004358                     IF  CXL-RSV-NUM (6:4) NUMERIC
004358                         MOVE CXL-RSV-NUM (6:4)  TO  SEQ-NUM
004358                         IF  SEQ-NUM > MAX-SEQ
004358                             MOVE    SEQ-NUM  TO  MAX-SEQ
004358                         END-IF
004358                     END-IF
004358             END-READ
004358         END-PERFORM
004358         CLOSE CANCEL-FILE
004358     END-IF.
004360 ASSIGN-NEXT-RSV-SEQ-EX.
004361     EXIT.
004362*
004419                                         RSV-STAT-KEY
004420         MOVE    NEW-GRP-NUM         TO  RSV-GROUP-KEY
004420         MOVE    EX-USRID            TO  RSV-USER-KEY
004420         MOVE    "G"                 TO  RSV-SOURCE-KEY
004420         MOVE    EX-RSVAGENT         TO  RSV-AGENT-KEY
004420         WRITE   RESERVATION-RECORD
004422         IF  RSV-FILE-STATUS NOT = "00"
004423             MOVE    "N"     TO  GRP-OK
004424         ELSE
004468     MOVE    NEED-ROOMS  TO  ROOMS-ED.
004469     MOVE    SPACES      TO  MSG-ERR.
004470     STRING  "GROUP " EX-GRPNUM ":" ROOMS-ED
004470             " ROOM(S) OF " EX-RSVTYPE " CONFIRMED."
004470             DELIMITED BY SIZE   INTO  MSG-ERR.
004470     IF  SHORT-ROOMS > 0
004470         MOVE    SHORT-ROOMS TO  SHORT-ED
004470         MOVE    SPACES      TO  MSG-ERR
004470         STRING  "GROUP " EX-GRPNUM ":" ROOMS-ED
004470                 " ROOM(S) OF " EX-RSVTYPE " CONFIRMED,"
004470                 SHORT-ED " ON OVERBOOKING."
004470                 DELIMITED BY SIZE   INTO  MSG-ERR
004470     END-IF.
004473     MOVE    "I"         TO  MSG-SEVERITY.
004474     IF  SEL-SW NOT = 1
004475         MOVE    "DEMOMSG"   TO  POW-0001
004503*   HOUSE, OTHERWISE DELETES EVERY RESERVATION ROW CARRYING THE
004504*   GROUP NUMBER, MARKS THE GROUP CANCELLED, RELOADS THE LIVE
004505*   TABLES FROM THE PURGED MASTER, AND SURFACES THE FREED TYPE
004506*   TO THE WAITLIST FOR A CALL-BACK. EVERY MEMBER STILL BOOKED
004506*   IS SETTLED UNDER THE CANCELLATION POLICY OF THE BLOCK'S
004506*   ROOM TYPE BEFORE ITS ROW IS DELETED, WITH THE REASON KEYED
004506*   IN EX-CXLREASON ("GROUP BLOCK CANCELLED" WHEN LEFT BLANK). A
004506*   MEMBER WHOSE SETTLEMENT FAILS IS KEPT AND THE GROUP STAYS
004506*   LIVE, SO CANCELLING THE GROUP AGAIN PICKS UP THE REST.
004507*
004508 ENVIRONMENT DIVISION.
004509 INPUT-OUTPUT SECTION.
004533     05  RSV-STAT-KEY        PIC X(01).
004534     05  RSV-GROUP-KEY       PIC X(05).
004534     05  RSV-USER-KEY        PIC X(08).
004534     05  RSV-SOURCE-KEY      PIC X(01).
004534     05  RSV-AGENT-KEY       PIC X(08).
004535 FD  GROUP-FILE.
004536 01  GROUP-RECORD.
004537     05  GRP-NUM-KEY         PIC X(05).
004548 77  GRP-FILE-STATUS         PIC X(02).
004549 77  INHOUSE-SW           PIC X(01).
004550 77  CANCEL-OK            PIC X(01).
004550 77  SETTLE-OK            PIC X(01).
004551 77  DROP-COUNT           PIC 9(04).
004551 77  KEPT-COUNT           PIC 9(04).
004551*    MEMBERS LEFT ON FILE BECAUSE THEIR SETTLEMENT FAILED
004552 77  DROP-ED              PIC ZZZ9.
004553 77  FREED-TYPE           PIC X(02).
004553 77  GROUP-REASON         PIC X(20).
004553 77  GROUP-PENALTY        PIC 9(07)V9(02).
004553 77  PENALTY-ED           PIC Z(06)9.9(02).
004554 77  POW-0001                PIC X(14).
004555 PROCEDURE   DIVISION.
004556 MAIN                    SECTION.
004559***  WHETHER THE BLOCK EXISTS                                 ***
004560*
004561     MOVE    "N"     TO  CANCEL-OK.
004562     MOVE    ZERO    TO  DROP-COUNT  KEPT-COUNT.
004562     MOVE    ZERO    TO  GROUP-PENALTY.
004562     MOVE    SPACE   TO  MSG-SEVERITY.
004562     OPEN    I-O     GROUP-FILE.
004564     IF  GRP-FILE-STATUS NOT = "00"
004565         MOVE "GROUP NUMBER NOT FOUND."   TO  MSG-ERR
004566         PERFORM RAISE-ERROR
004589         MOVE    FREED-TYPE  TO  EX-WTLTYPE
004590         CALL    "OFFER-FROM-WAITLIST"
004590         CALL    "WRITE-AVAILABILITY-FEED"
004590         IF  KEPT-COUNT > 0
004590             MOVE    KEPT-COUNT  TO  DROP-ED
004590             MOVE    SPACES      TO  MSG-ERR
004590             STRING  DROP-ED " MEMBER(S) NOT SETTLED AND KEPT -- "
004590                     "CANCEL GROUP " EX-GRPNUM " AGAIN."
004590                     DELIMITED BY SIZE   INTO  MSG-ERR
004590             PERFORM RAISE-ERROR
004590         ELSE
004590             IF  MSG-SEVERITY NOT = "E"
004590                 PERFORM RAISE-CANCEL-MESSAGE
004590             END-IF
004590         END-IF
004590     END-IF.
004590     MOVE    SPACES  TO  EX-CXLREASON.
004593*
004594 MAIN-EX.
004595     EXIT    PROGRAM.
004607         PERFORM RAISE-ERROR
004608     ELSE
004609         PERFORM DROP-GROUP-RESERVATIONS
004609         IF  KEPT-COUNT = 0
004609             MOVE    "C"     TO  GRP-STAT
004609             REWRITE GROUP-RECORD
004609             IF  GRP-FILE-STATUS NOT = "00"
004609                 MOVE "GROUP MASTER REWRITE FAILED."  TO  MSG-ERR
004609                 PERFORM RAISE-ERROR
004609             END-IF
004609         END-IF
004609         MOVE    "Y"     TO  CANCEL-OK
004617     END-IF.
004618 CANCEL-GROUP-MEMBERS-EX.
004619     EXIT.
004640     EXIT.
004641*
004642 DROP-GROUP-RESERVATIONS SECTION.
004642*
004642     MOVE    EX-CXLREASON    TO  GROUP-REASON.
004642     IF  GROUP-REASON = SPACES
004642         MOVE    "GROUP BLOCK CANCELLED" TO  GROUP-REASON
004642     END-IF.
004642     OPEN    I-O     RESERVATION-FILE.
004645     IF  RSV-FILE-STATUS = "00"
004646         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
004647             READ RESERVATION-FILE NEXT RECORD
004649                     MOVE "10"  TO RSV-FILE-STATUS
004650                 NOT AT END
004651                     IF  RSV-GROUP-KEY = EX-GRPNUM
004651                         MOVE    "Y"     TO  SETTLE-OK
004651                         IF  RSV-STAT-KEY = SPACE
004651                             PERFORM SETTLE-MEMBER-CANCEL
004651                         END-IF
004651                         IF  SETTLE-OK = "Y"
004651                             DELETE  RESERVATION-FILE RECORD
004651                             IF  RSV-FILE-STATUS = "00"
004651                                 ADD 1   TO  DROP-COUNT
004651                             ELSE
004651                                 ADD 1   TO  KEPT-COUNT
004651                                 MOVE "00"   TO  RSV-FILE-STATUS
004651                             END-IF
004651                         ELSE
004651                             ADD 1   TO  KEPT-COUNT
004651                         END-IF
004651                     END-IF
004657             END-READ
004658         END-PERFORM
004659         CLOSE RESERVATION-FILE
004661 DROP-GROUP-RESERVATIONS-EX.
004662     EXIT.
004663*
004664 SETTLE-MEMBER-CANCEL SECTION.
004664*
004664***  A MEMBER THAT NEVER ARRIVED IS CHARGED OR REFUNDED LIKE  ***
004664***  ANY SINGLE CANCEL, AT THE BLOCK'S ROOM TYPE. ONLY THIS   ***
004664***  CALL'S OUTCOME DECIDES WHETHER THE ROW MAY GO            ***
004664*
004664     MOVE    "C"             TO  EX-CXLKIND.
004664     MOVE    GROUP-REASON    TO  EX-CXLREASON.
004664     MOVE    RSV-NUM-KEY     TO  EX-CXLNUM.
004664     MOVE    RSV-ROOM-KEY    TO  EX-CXLROOM.
004664     MOVE    GRP-TYPE        TO  EX-CXLTYPE.
004664     MOVE    RSV-DATE-KEY    TO  EX-CXLDATE.
004664     MOVE    RSV-STAY-KEY    TO  EX-CXLSTAY.
004664     MOVE    RSV-NAME-KEY    TO  EX-CXLNAME.
004664     MOVE    RSV-TEL-KEY     TO  EX-CXLTEL.
004664     MOVE    RSV-GROUP-KEY   TO  EX-CXLGROUP.
004664     MOVE    SPACE           TO  MSG-SEVERITY.
004664     CALL    "APPLY-CANCELLATION-POLICY".
004664     IF  MSG-SEVERITY = "E"
004664         MOVE    "N"             TO  SETTLE-OK
004664     ELSE
004664         ADD     EX-CXLPENALTY   TO  GROUP-PENALTY
004664     END-IF.
004664 SETTLE-MEMBER-CANCEL-EX.
004664     EXIT.
004664*
004664 RAISE-CANCEL-MESSAGE SECTION.
004664*
004664     MOVE    DROP-COUNT  TO  DROP-ED.
004664     MOVE    GROUP-PENALTY   TO  PENALTY-ED.
004664     MOVE    SPACES      TO  MSG-ERR.
004664     STRING  "GROUP " EX-GRPNUM " CANCELLED --" DROP-ED
004664             " RESERVATION(S) DROPPED, PENALTY " PENALTY-ED "."
004664             DELIMITED BY SIZE   INTO  MSG-ERR.
004671     MOVE    "I"         TO  MSG-SEVERITY.
004672     MOVE    "DEMOMSG"   TO  POW-0001.
004673     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
004728     05  RSV-STAT-KEY        PIC X(01).
004729     05  RSV-GROUP-KEY       PIC X(05).
004729     05  RSV-USER-KEY        PIC X(08).
004729     05  RSV-SOURCE-KEY      PIC X(01).
004729     05  RSV-AGENT-KEY       PIC X(08).
004730 FD  GROUP-FILE.
004731 01  GROUP-RECORD.
004732     05  GRP-NUM-KEY         PIC X(05).
004901     05  RSV-STAT-KEY        PIC X(01).
004902     05  RSV-GROUP-KEY       PIC X(05).
004902     05  RSV-USER-KEY        PIC X(08).
004902     05  RSV-SOURCE-KEY      PIC X(01).
004902     05  RSV-AGENT-KEY       PIC X(08).
004903 FD  PAYMENT-FILE.
004904 01  PAYMENT-RECORD.
004905     05  PAY-ID-KEY.
004907         07  PAY-SEQ         PIC 9(02).
004908     05  PAY-DATE            PIC X(10).
004909     05  PAY-KIND            PIC X(01).
004910*        "D" = DEPOSIT, "P" = PAYMENT AT THE DESK,
004910*        "X" = CANCELLATION PENALTY, "R" = REFUND,
004910*        "T" = TRANSFERRED TO THE CITY LEDGER
004911     05  PAY-AMOUNT          PIC 9(07)V9(02).
004912 WORKING-STORAGE SECTION.
004913 77  RSV-FILE-STATUS         PIC X(02).
005000*
005001 WRITE-PAYMENT-RECORD SECTION.
005002*
005003     CALL    "GET-BUSINESS-DATE".
005003     MOVE    EX-BUSDATE8     TO  TODAY-8.
005004     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
005005     MOVE    "/"             TO  TODAY-YMD (5:1).
005006     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
005052*        SHEET(ITEM) ===>    HOTEL
005053*        EVENT       ===>    NIGHTLY BATCH / DAILY CASH REPORT
005054******************************************************************
005055*   LISTS EVERY PAYFILE POSTING DATED ON THE BUSINESS DATE --
005055*   RESERVATION NUMBER, KIND AND AMOUNT -- WITH SEPARATE
005055*   DEPOSIT, PAYMENT, REFUND AND GRAND TOTALS, TO CASHRPT, SO THE
005055*   FRONT OFFICE CAN BALANCE THE DRAWER EACH NIGHT AGAINST THE
005055*   LEDGER. THE GRAND TOTAL IS DEPOSITS PLUS PAYMENTS LESS
005055*   REFUNDS. CANCELLATION PENALTIES ("X") AND BALANCES BILLED TO
005055*   THE CITY LEDGER AT CHECK-OUT ("T") ARE LISTED AND TOTALLED
005055*   ON THEIR OWN LINES BUT TAKE NO MONEY, SO THEY STAY OUT OF
005055*   THE GRAND TOTAL.
005059*
005060 ENVIRONMENT DIVISION.
005061 INPUT-OUTPUT SECTION.
005085 77  TODAY-YMD            PIC X(10).
005086 77  DEPOSIT-TOTAL        PIC 9(09)V9(02).
005087 77  PAYMENT-TOTAL        PIC 9(09)V9(02).
005087 77  REFUND-TOTAL         PIC 9(09)V9(02).
005087 77  PENALTY-TOTAL        PIC 9(09)V9(02).
005087 77  TRANSFER-TOTAL       PIC 9(09)V9(02).
005087 77  GRAND-TOTAL          PIC S9(09)V9(02).
005089 77  POW-0001                PIC X(14).
005090 01  DETAIL-LINE.
005091     05  D-RSVNUM             PIC X(09).
005099 01  TOTAL-DETAIL.
005100     05  T-LABEL              PIC X(10).
005101     05  FILLER                  PIC X(02)   VALUE SPACES.
005102     05  T-AMOUNT             PIC -(09)9.9(02).
005102     05  FILLER                  PIC X(35)   VALUE SPACES.
005104 PROCEDURE   DIVISION.
005105 MAIN                    SECTION.
005106*
005107     CALL    "GET-BUSINESS-DATE".
005107     MOVE    EX-BUSDATE8     TO  TODAY-8.
005108     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
005109     MOVE    "/"             TO  TODAY-YMD (5:1).
005110     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
005111     MOVE    "/"             TO  TODAY-YMD (8:1).
005112     MOVE    TODAY-8 (7:2)   TO  TODAY-YMD (9:2).
005113     MOVE    ZERO    TO  DEPOSIT-TOTAL  PAYMENT-TOTAL
005113                         REFUND-TOTAL   PENALTY-TOTAL
005113                         TRANSFER-TOTAL GRAND-TOTAL.
005115     OPEN    OUTPUT  CASH-REPORT-FILE.
005116     MOVE    SPACES          TO  CASH-REPORT-LINE.
005117     STRING  "DAILY CASH REPORT " TODAY-YMD
005141     MOVE    PAYMENT-TOTAL   TO  T-AMOUNT.
005142     MOVE    TOTAL-DETAIL    TO  CASH-REPORT-LINE.
005143     WRITE   CASH-REPORT-LINE.
005144     MOVE    "REFUNDS   "    TO  T-LABEL.
005144     MOVE    REFUND-TOTAL    TO  T-AMOUNT.
005144     MOVE    TOTAL-DETAIL    TO  CASH-REPORT-LINE.
005144     WRITE   CASH-REPORT-LINE.
005144     MOVE    "TOTAL     "    TO  T-LABEL.
005145     MOVE    GRAND-TOTAL     TO  T-AMOUNT.
005145     MOVE    TOTAL-DETAIL    TO  CASH-REPORT-LINE.
005145     WRITE   CASH-REPORT-LINE.
005145     MOVE    "PENALTIES "    TO  T-LABEL.
005145     MOVE    PENALTY-TOTAL   TO  T-AMOUNT.
005145     MOVE    TOTAL-DETAIL    TO  CASH-REPORT-LINE.
005145     WRITE   CASH-REPORT-LINE.
005145     MOVE    "CITY LEDGR"    TO  T-LABEL.
005145     MOVE    TRANSFER-TOTAL  TO  T-AMOUNT.
005145     MOVE    TOTAL-DETAIL    TO  CASH-REPORT-LINE.
005145     WRITE   CASH-REPORT-LINE.
005148     CLOSE   CASH-REPORT-FILE.
005149     MOVE    "DAILY CASH REPORT WRITTEN TO CASHRPT."
005150                                             TO  MSG-ERR.
005164     MOVE    PAY-AMOUNT      TO  D-AMOUNT.
005165     MOVE    DETAIL-LINE     TO  CASH-REPORT-LINE.
005166     WRITE   CASH-REPORT-LINE.
005167     EVALUATE PAY-KIND
005167         WHEN "D"
005167             ADD PAY-AMOUNT  TO  DEPOSIT-TOTAL
005167             ADD PAY-AMOUNT  TO  GRAND-TOTAL
005167         WHEN "R"
005167             ADD PAY-AMOUNT  TO  REFUND-TOTAL
005167             SUBTRACT PAY-AMOUNT FROM GRAND-TOTAL
005167         WHEN "X"
005167             ADD PAY-AMOUNT  TO  PENALTY-TOTAL
005167         WHEN "T"
005167             ADD PAY-AMOUNT  TO  TRANSFER-TOTAL
005167         WHEN OTHER
005167             ADD PAY-AMOUNT  TO  PAYMENT-TOTAL
005167             ADD PAY-AMOUNT  TO  GRAND-TOTAL
005167     END-EVALUATE.
005173 WRITE-CASH-LINE-EX.
005174     EXIT.
005175 END PROGRAM "DAILY-CASH-REPORT".
005188*   RATE. THE DATE KEY IS READ BEFORE ANYTHING IS POSTED, SO A
005189*   SECOND RUN ON THE SAME BUSINESS DATE IS REFUSED OUTRIGHT.
005190*   EACH NIGHT IS PRICED THROUGH PRICE-STAY-FOLIO FOR ONE NIGHT
005190*   OF THE ROOM'S TYPE, SO THE JOURNAL AGREES WITH THE FOLIO
005190*   QUOTED AT THE DESK. EVERY NIGHT POSTED IS ALSO WRITTEN AS A
005190*   CHARGE ROW ON THE FOLTRN GUEST LEDGER DETAIL, KEYED BY THE
005190*   RESERVATION AND THE DATE, SO THE JOURNAL TIES BACK TO EACH
005190*   GUEST'S FOLIO. A CHARGE ROW LEFT BY A RUN THAT DIED BEFORE
005190*   ITS JOURNAL ROW WAS WRITTEN IS REPLACED, NOT DOUBLED. A ROOM
005190*   GIVEN AS A NO-CHARGE UPGRADE IS PRICED AT THE TYPE BOOKED
005190*   (GET-BOOKED-RATE-TYPE) BUT COUNTED UNDER ITS OWN TYPE.
005193*
005194 ENVIRONMENT DIVISION.
005195 INPUT-OUTPUT SECTION.
005203         ORGANIZATION IS INDEXED
005204         ACCESS MODE  IS DYNAMIC
005205         RECORD KEY   IS JRN-DATE-KEY
005205         FILE STATUS  IS JRN-FILE-STATUS.
005205     SELECT CHARGE-FILE        ASSIGN TO  "FOLTRN"
005205         ORGANIZATION IS INDEXED
005205         ACCESS MODE  IS DYNAMIC
005205         RECORD KEY   IS FOL-ID-KEY
005205         FILE STATUS  IS FOL-FILE-STATUS.
005207 DATA        DIVISION.
005208 FILE SECTION.
005209 FD  RESERVATION-FILE.
005219     05  RSV-STAT-KEY        PIC X(01).
005220     05  RSV-GROUP-KEY       PIC X(05).
005220     05  RSV-USER-KEY        PIC X(08).
005220     05  RSV-SOURCE-KEY      PIC X(01).
005220     05  RSV-AGENT-KEY       PIC X(08).
005221 FD  JOURNAL-FILE.
005222 01  JOURNAL-RECORD.
005223     05  JRN-DATE-KEY        PIC X(10).
005231     05  JRN-TAX-TOTAL       PIC 9(09)V9(02).
005232     05  JRN-OCC-PCT         PIC 9(03)V9(02).
005233     05  JRN-ADR             PIC 9(07)V9(02).
005233 FD  CHARGE-FILE.
005233 01  CHARGE-RECORD.
005233     05  FOL-ID-KEY.
005233         07  FOL-RSV-NUM     PIC X(09).
005233         07  FOL-DATE        PIC X(10).
005233         07  FOL-KIND        PIC X(01).
005233*        "C" = NIGHT OF ROOM AND TAX POSTED BY THE NIGHT AUDIT,
005233*        "S" = BALANCE SETTLED OFF THE GUEST LEDGER AT CHECK-OUT
005233     05  FOL-ROOM            PIC X(04).
005233     05  FOL-TYPE            PIC X(02).
005233     05  FOL-ROOM-CHG        PIC 9(07)V9(02).
005233     05  FOL-TAX-AMT         PIC 9(07)V9(02).
005233     05  FOL-AMOUNT          PIC S9(07)V9(02).
005233*        ROOM PLUS TAX FOR "C"; THE BALANCE SETTLED FOR "S"
005234 WORKING-STORAGE SECTION.
005235 77  RSV-FILE-STATUS         PIC X(02).
005236 77  JRN-FILE-STATUS         PIC X(02).
005236 77  FOL-FILE-STATUS         PIC X(02).
005236 77  CHARGES-OK           PIC X(01).
005237 77  TODAY-8              PIC 9(08).
005238 77  TODAY-YMD            PIC X(10).
005239 77  AUD-TYPE             PIC X(02).
005243 PROCEDURE   DIVISION.
005244 MAIN                    SECTION.
005245*
005246     CALL    "GET-BUSINESS-DATE".
005246     MOVE    EX-BUSDATE8     TO  TODAY-8.
005247     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
005248     MOVE    "/"             TO  TODAY-YMD (5:1).
005249     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
005263         IF  JRN-FILE-STATUS = "00"
005264             MOVE "NIGHT AUDIT ALREADY POSTED FOR THIS DATE."
005265                                             TO  MSG-ERR
005266             MOVE    "W"     TO  MSG-SEVERITY
005266             MOVE    "DEMOMSG"   TO  POW-0001
005266             CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL
005266              BY REFERENCE POW-0001
005267             MOVE    "N"     TO  AUDIT-OK
005269         END-IF
005270     END-IF.
005270     IF  AUDIT-OK = "Y"
005270         PERFORM INIT-JOURNAL-ROW
005270         MOVE    "Y"     TO  CHARGES-OK
005270         OPEN    I-O     CHARGE-FILE
005270         IF  FOL-FILE-STATUS = "35"
005270             OPEN    OUTPUT  CHARGE-FILE
005270         END-IF
005270         PERFORM POST-IN-HOUSE-NIGHTS
005270         CLOSE   CHARGE-FILE
005270         PERFORM FINISH-JOURNAL-ROW
005270     END-IF.
005270*
005270***  A CHARGE ROW THAT WOULD NOT WRITE LEAVES THE JOURNAL  ***
005270***  UNPOSTED, SO THE RERUN POSTS THE WHOLE NIGHT AGAIN    ***
005270*
005270     IF  AUDIT-OK = "Y" AND CHARGES-OK = "N"
005270         MOVE "GUEST CHARGE DETAIL WRITE FAILED -- NOT POSTED."
005270                                             TO  MSG-ERR
005270         PERFORM RAISE-ERROR
005270         MOVE    "N"     TO  AUDIT-OK
005270     END-IF.
005270     IF  AUDIT-OK = "Y"
005270         WRITE   JOURNAL-RECORD
005270         IF  JRN-FILE-STATUS NOT = "00"
005276             MOVE "REVENUE JOURNAL WRITE FAILED -- NOT POSTED."
005277                                             TO  MSG-ERR
005278             PERFORM RAISE-ERROR
005325 POST-ONE-NIGHT SECTION.
005326*
005327***  A BROKEN ROOM LINK PRICES TO ZERO THROUGH PRICE-STAY-     ***
005327***  FOLIO RATHER THAN INVENTING A CHARGE, AND DOES NOT        ***
005327***  COUNT AS AN OCCUPIED ROOM. AN UPGRADE ROOM IS CHARGED AT  ***
005327***  THE TYPE BOOKED                                           ***
005330*
005331     MOVE    SPACES  TO  AUD-TYPE.
005332     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
005336     END-PERFORM.
005337     PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
005338         IF  JRN-TYPE-CODE (TYPE-IDX) = AUD-TYPE
005339             MOVE    RSV-NUM-KEY         TO  EX-UPGNUM
005339             MOVE    RSV-ROOM-KEY        TO  EX-UPGROOM
005339             MOVE    AUD-TYPE            TO  EX-UPGTYPE
005339             CALL    "GET-BOOKED-RATE-TYPE"
005339             MOVE    EX-UPGTYPE  TO  FOLIO-TYPE
005340             MOVE    1           TO  FOLIO-NIGHTS
005340             MOVE    TODAY-YMD   TO  FOLIO-START
005341             CALL    "PRICE-STAY-FOLIO"
005345                             TO  JRN-TYPE-ROOM-CHG (TYPE-IDX)
005346                                 JRN-ROOM-TOTAL
005347             ADD     FOLIO-TAX-AMT
005347                             TO  JRN-TYPE-TAX (TYPE-IDX)
005347                                 JRN-TAX-TOTAL
005347             PERFORM WRITE-CHARGE-ROW
005350         END-IF
005351     END-PERFORM.
005352 POST-ONE-NIGHT-EX.
005352     EXIT.
005352*
005352 WRITE-CHARGE-ROW SECTION.
005352*
005352***  ONE ROW PER RESERVATION PER NIGHT -- A ROW ALREADY    ***
005352***  THERE CAME FROM A RUN THAT NEVER REACHED ITS JOURNAL  ***
005352***  ROW, SO IT IS REPLACED                                ***
005352*
005352     MOVE    RSV-NUM-KEY     TO  FOL-RSV-NUM.
005352     MOVE    TODAY-YMD       TO  FOL-DATE.
005352     MOVE    "C"             TO  FOL-KIND.
005352     MOVE    RSV-ROOM-KEY    TO  FOL-ROOM.
005352     MOVE    AUD-TYPE        TO  FOL-TYPE.
005352     MOVE    FOLIO-ROOM-CHG  TO  FOL-ROOM-CHG.
005352     MOVE    FOLIO-TAX-AMT   TO  FOL-TAX-AMT.
005352     COMPUTE FOL-AMOUNT = FOLIO-ROOM-CHG + FOLIO-TAX-AMT.
005352     WRITE   CHARGE-RECORD.
005352     IF  FOL-FILE-STATUS = "22"
005352         REWRITE CHARGE-RECORD
005352     END-IF.
005352     IF  FOL-FILE-STATUS NOT = "00"
005352         MOVE    "N"     TO  CHARGES-OK
005352     END-IF.
005352 WRITE-CHARGE-ROW-EX.
005352     EXIT.
005352*
005355 FINISH-JOURNAL-ROW SECTION.
005356*
005357***  OCCUPANCY IS POSTED ROOMS AGAINST THE "KE" HOUSE TOTAL,   ***
005548***  WHOLE FILE -- THE SAME LATEST-NOT-FUTURE RULE THE SHEET  ***
005549***  OPEN USES                                                ***
005550*
005551     CALL    "GET-BUSINESS-DATE".
005551     MOVE    EX-BUSDATE8      TO  TODAY-8.
005552     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
005553     MOVE    "/"             TO  TODAY-YMD (5:1).
005554     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
005598*   (1:7) -- BLANK OR MALFORMED MEANS THE CURRENT MONTH -- AND
005599*   PRINTS, PER ROOM TYPE AND IN TOTAL: NIGHTS SOLD INSIDE THE
005600*   MONTH, REVENUE FOR THOSE NIGHTS PRICED THROUGH
005600*   PRICE-STAY-FOLIO AT THE RATES IN EFFECT NIGHT BY NIGHT (A
005600*   NO-CHARGE UPGRADE AT THE TYPE BOOKED, AS ITS FOLIO WAS, BUT
005600*   COUNTED UNDER THE TYPE OF THE ROOM OCCUPIED),
005602*   NO-SHOW COUNT FROM HIST-STAT = "N", AND THE OCCUPANCY
005603*   PERCENTAGE AGAINST ROOM-TOTAL-NUM TIMES THE DAYS IN THE
005603*   MONTH. CANCELLED STAYS NEVER REACH THE ARCHIVE, SO THE
005603*   NIGHTS AND OCCUPANCY ARE CANCELLATION-FREE; THE CANCELLATIONS
005603*   THEMSELVES ARE COUNTED FROM THE CXLFILE CANCELLATION MASTER
005603*   BY THE DATE THEY WERE TAKEN, WITH THE PENALTY INCOME OF
005603*   CANCELS AND NO-SHOWS, ON A TRAILER LINE. THE SAME MONTH OF
005603*   THE PRIOR YEAR IS ACCUMULATED IN A SECOND PASS AND PRINTED
005603*   ALONGSIDE FOR COMPARISON. OUTPUT GOES TO MONRPT.
005608*
005609 ENVIRONMENT DIVISION.
005610 INPUT-OUTPUT SECTION.
005614         ACCESS MODE  IS DYNAMIC
005615         RECORD KEY   IS HIST-RSV-NUM
005616         FILE STATUS  IS HIST-FILE-STATUS.
005617     SELECT CANCEL-FILE        ASSIGN TO  "CXLFILE"
005617         ORGANIZATION IS INDEXED
005617         ACCESS MODE  IS DYNAMIC
005617         RECORD KEY   IS CXL-RSV-NUM
005617         FILE STATUS  IS CXL-FILE-STATUS.
005617     SELECT MONTH-REPORT-FILE  ASSIGN TO  "MONRPT"
005618         ORGANIZATION IS LINE SEQUENTIAL.
005619 DATA        DIVISION.
005632     05  HIST-GROUP          PIC X(05).
005632     05  HIST-USER           PIC X(08).
005633     05  HIST-ARCHIVED-DATE  PIC X(10).
005633     05  HIST-SOURCE         PIC X(01).
005633     05  HIST-AGENT          PIC X(08).
005634 FD  CANCEL-FILE.
005634 01  CANCEL-RECORD.
005634     05  CXL-RSV-NUM         PIC X(09).
005634     05  CXL-DATE            PIC X(10).
005634     05  CXL-KIND            PIC X(01).
005634*        "C" = CANCELLED, "N" = RELEASED AS A NO-SHOW
005634     05  CXL-RSV-DATE        PIC X(10).
005634     05  CXL-ROOM            PIC X(04).
005634     05  CXL-TYPE            PIC X(02).
005634     05  CXL-STAY            PIC X(02).
005634     05  CXL-NAME            PIC X(20).
005634     05  CXL-GROUP           PIC X(05).
005634     05  CXL-NOTICE          PIC 9(04).
005634     05  CXL-REASON          PIC X(20).
005634     05  CXL-USER            PIC X(08).
005634     05  CXL-HELD            PIC 9(07)V9(02).
005634     05  CXL-PENALTY         PIC 9(07)V9(02).
005634     05  CXL-REFUND          PIC 9(07)V9(02).
005634     05  CXL-STAMP           PIC X(14).
005634     05  CXL-TEL             PIC X(12).
005634 FD  MONTH-REPORT-FILE.
005635 01  MONTH-REPORT-LINE           PIC X(80).
005636 WORKING-STORAGE SECTION.
005637 77  HIST-FILE-STATUS        PIC X(02).
005637 77  CXL-FILE-STATUS         PIC X(02).
005637 77  CXL-8                PIC 9(08).
005637 77  CXL-JUL              PIC 9(07).
005638 77  TODAY-8              PIC 9(08).
005639 77  REQ-Y                PIC 9(04).
005640 77  REQ-M                PIC 9(02).
005667             09  PERF-NIGHTS     PIC 9(05).
005668             09  PERF-REV        PIC 9(09)V9(02).
005669             09  PERF-NOSHOW     PIC 9(04).
005669 01  CANCEL-TABLE.
005669     05  CANCEL-PASS OCCURS  2   TIMES.
005669         07  CANCEL-COUNT        PIC 9(05).
005669         07  CANCEL-INCOME       PIC 9(09)V9(02).
005670 01  HEADER-DETAIL.
005671     05  FILLER               PIC X(27)
005672             VALUE "MONTHLY PERFORMANCE REPORT ".
005695     05  FILLER                  PIC X(01)   VALUE SPACES.
005696     05  D-LY-OCC             PIC ZZ9.9.
005697     05  FILLER                  PIC X(12)   VALUE SPACES.
005697 01  CANCEL-DETAIL.
005697     05  FILLER                  PIC X(10)   VALUE "CANCELLED ".
005697     05  C-COUNT              PIC ZZZZ9.
005697     05  FILLER                  PIC X(09)   VALUE "  PENALTY".
005697     05  C-INCOME             PIC Z(08)9.9(02).
005697     05  FILLER                  PIC X(06)   VALUE "  LY: ".
005697     05  C-LY-COUNT           PIC ZZZZ9.
005697     05  FILLER                  PIC X(01)   VALUE SPACES.
005697     05  C-LY-INCOME          PIC Z(08)9.9(02).
005697     05  FILLER                  PIC X(20)   VALUE SPACES.
005697 PROCEDURE   DIVISION.
005699 MAIN                    SECTION.
005700*
005701     PERFORM RESOLVE-REPORT-MONTH.
005705                             PERF-REV    (PASS-IDX TYPE-IDX)
005706                             PERF-NOSHOW (PASS-IDX TYPE-IDX)
005707         END-PERFORM
005708         MOVE ZERO       TO  CANCEL-COUNT  (PASS-IDX)
005708                             CANCEL-INCOME (PASS-IDX)
005708         PERFORM COMPUTE-MONTH-RANGE
005708         PERFORM SCAN-HISTORY-MONTH
005708         PERFORM SCAN-CANCELS-MONTH
005708     END-PERFORM.
005711     PERFORM WRITE-PERFORMANCE-REPORT.
005712     MOVE    "MONTHLY PERFORMANCE REPORT WRITTEN TO MONRPT."
005713                                     TO  MSG-ERR.
005724***  "YYYY/MM" IS TAKEN FROM THE FRONT OF EX-RSVDATE -- A      ***
005725***  BLANK OR MALFORMED ENTRY MEANS THE CURRENT MONTH          ***
005726*
005727     CALL    "GET-BUSINESS-DATE".
005727     MOVE    EX-BUSDATE8      TO  TODAY-8.
005728     IF  EX-RSVDATE (1:4) NUMERIC
005729             AND EX-RSVDATE (5:1) = "/"
005730             AND EX-RSVDATE (6:2) NUMERIC
005785 SCAN-HISTORY-MONTH-EX.
005786     EXIT.
005787*
005788 SCAN-CANCELS-MONTH SECTION.
005788*
005788***  CANCELLATIONS AND THEIR PENALTIES FALL IN THE MONTH THEY  ***
005788***  WERE TAKEN. NO CANCELLATION FILE YET MEANS NONE TO COUNT  ***
005788*
005788     OPEN INPUT  CANCEL-FILE.
005788     IF  CXL-FILE-STATUS = "00"
005788         PERFORM UNTIL CXL-FILE-STATUS NOT = "00"
005788             READ CANCEL-FILE NEXT RECORD
005788                 AT END
005788                     MOVE "10"  TO CXL-FILE-STATUS
005788                 NOT AT END
005788                     PERFORM TALLY-ONE-CANCEL-ROW
005788             END-READ
005788         END-PERFORM
005788         CLOSE CANCEL-FILE
005788     END-IF.
005788 SCAN-CANCELS-MONTH-EX.
005788     EXIT.
005788*
005788 TALLY-ONE-CANCEL-ROW SECTION.
005788*
005788***  A NO-SHOW IS ALREADY COUNTED FROM THE ARCHIVE -- ONLY     ***
005788***  ITS PENALTY IS TAKEN FROM HERE                            ***
005788*
005788     MOVE    CXL-DATE (1:4)      TO  CXL-8 (1:4).
005788     MOVE    CXL-DATE (6:2)      TO  CXL-8 (5:2).
005788     MOVE    CXL-DATE (9:2)      TO  CXL-8 (7:2).
005788     COMPUTE CXL-JUL = FUNCTION INTEGER-OF-DATE(CXL-8).
005788     IF  CXL-JUL >= MON-START-JUL AND CXL-JUL < MON-END-JUL
005788         IF  CXL-KIND = "C"
005788             ADD 1           TO  CANCEL-COUNT  (PASS-IDX)
005788         END-IF
005788         ADD CXL-PENALTY     TO  CANCEL-INCOME (PASS-IDX)
005788     END-IF.
005788 TALLY-ONE-CANCEL-ROW-EX.
005788     EXIT.
005788*
005788 TALLY-ONE-HIST-ROW SECTION.
005789*
005790***  A NO-SHOW COUNTS WHEN ITS ARRIVAL FELL IN THE MONTH; ANY  ***
005821*
005821***  THE NIGHTS OF THIS STAY THAT FALL INSIDE THE MONTH,      ***
005821***  CLAMPED TO THE MONTH'S RANGE AND PRICED FROM THEIR       ***
005821***  FIRST IN-MONTH NIGHT. A NO-CHARGE UPGRADE IS PRICED AT  ***
005821***  THE TYPE BOOKED, AS THE FOLIO WAS, BUT KEPT UNDER THE   ***
005821***  TYPE OF THE ROOM THE GUEST OCCUPIED                     ***
005821*
005822     MOVE    HIST-RSV-STAY           TO  NIGHTS.
005823     COMPUTE DEP-JUL = ARR-JUL + NIGHTS.
005846         MOVE    SEG-8 (5:2)     TO  SEG-YMD (6:2)
005847         MOVE    "/"             TO  SEG-YMD (8:1)
005848         MOVE    SEG-8 (7:2)     TO  SEG-YMD (9:2)
005849         MOVE    HIST-RSV-NUM    TO  EX-UPGNUM
005849         MOVE    HIST-RSV-ROOM   TO  EX-UPGROOM
005849         MOVE    ROOM-TYPE-CODE (TYPE-POS)   TO  EX-UPGTYPE
005849         CALL    "GET-BOOKED-RATE-TYPE"
005849         MOVE    EX-UPGTYPE      TO  FOLIO-TYPE
005850         MOVE    SEG-NIGHTS      TO  FOLIO-NIGHTS
005851         MOVE    SEG-YMD         TO  FOLIO-START
005852         CALL    "PRICE-STAY-FOLIO"
005868     WRITE   MONTH-REPORT-LINE.
005869     PERFORM WRITE-ONE-TYPE-LINE
005870         VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 7.
005870     MOVE    CANCEL-COUNT  (1)   TO  C-COUNT.
005870     MOVE    CANCEL-INCOME (1)   TO  C-INCOME.
005870     MOVE    CANCEL-COUNT  (2)   TO  C-LY-COUNT.
005870     MOVE    CANCEL-INCOME (2)   TO  C-LY-INCOME.
005870     MOVE    CANCEL-DETAIL   TO  MONTH-REPORT-LINE.
005870     WRITE   MONTH-REPORT-LINE.
005870     CLOSE   MONTH-REPORT-FILE.
005872 WRITE-PERFORMANCE-REPORT-EX.
005873     EXIT.
005874*
005952 PROCEDURE   DIVISION.
005953 MAIN                    SECTION.
005954*
005955     CALL    "GET-BUSINESS-DATE".
005955     MOVE    EX-BUSDATE8      TO  TODAY-8.
005956     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
005957     MOVE    "/"             TO  TODAY-YMD (5:1).
005958     MOVE    TODAY-8 (5:2)   TO  TODAY-YMD (6:2).
006186*        EVENT       ===>    INVENTORY CHANGE / CRS OUTBOUND FEED
006187******************************************************************
006188*   APPENDS ONE SEQUENCED SNAPSHOT OF REMAINING AVAILABILITY PER
006188*   ROOM TYPE -- ROOM-TOTAL-NUM PLUS THE OVERBOOKING ALLOWANCE IN
006188*   FORCE ON THE BUSINESS DATE, MINUS ROOM-RSV-NUM MINUS THE
006188*   OUT-OF-ORDER COUNT -- TO THE AVLFEED OUTBOUND FILE, LAID OUT
006191*   FIXED-WIDTH LIKE THE RSVEXP EXPORT SO THE CENTRAL
006192*   RESERVATION SYSTEM CAN APPLY ROWS IN SEQUENCE ORDER AND
006193*   STOP SELLING TYPES WE HAVE SOLD OUT LOCALLY. CALLED AFTER
006214     05  RSV-STAT-KEY        PIC X(01).
006214     05  RSV-GROUP-KEY       PIC X(05).
006214     05  RSV-USER-KEY        PIC X(08).
006214     05  RSV-SOURCE-KEY      PIC X(01).
006214     05  RSV-AGENT-KEY       PIC X(08).
006215 WORKING-STORAGE SECTION.
006216 77  FEED-FILE-STATUS        PIC X(02).
006216 77  RSV-FILE-STATUS         PIC X(02).
006227*
006228     PERFORM ASSIGN-NEXT-FEED-SEQ.
006228     PERFORM MARK-HELD-ROOMS.
006229     CALL    "GET-BUSINESS-DATE".
006229     MOVE    EX-BUSDATE8     TO  TODAY-8.
006230     ACCEPT  TIME-8           FROM TIME.
006231     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
006232     MOVE    "/"             TO  TODAY-YMD (5:1).
006276*
006277 WRITE-FEED-ROW SECTION.
006278*
006279***  A FLAGGED ROOM ALREADY HELD BY A LIVE RESERVATION IS   ***
006279***  ALREADY INSIDE ROOM-RSV-NUM, SO IT IS NOT SUBTRACTED   ***
006279***  TWICE -- THE SAME RULE AS THE OCCUPANCY REPORT. ROOMS  ***
006279***  ALLOWED FOR OVERBOOKING ARE SOLD AS IF THEY WERE REAL  ***
006282*
006283     MOVE    NEXT-SEQ        TO  FEED-SEQ.
006284     MOVE    TODAY-YMD       TO  FEED-DATE.
006294                 ADD 1   TO  OOO-COUNT
006295             END-IF
006296         END-PERFORM
006297         MOVE    ROOM-TYPE-CODE (TYPE-IDX)   TO  EX-OBQTYPE
006297         MOVE    TODAY-YMD                   TO  EX-OBQDATE
006297         CALL    "GET-OVERBOOKING-ALLOWANCE"
006297         COMPUTE FREE-CNT = ROOM-TOTAL-NUM (TYPE-IDX)
006297                             + EX-OBQEXTRA
006297                             - ROOM-RSV-NUM (TYPE-IDX)
006297                             - OOO-COUNT
006300         IF  FREE-CNT < 0
006301             MOVE    ZERO    TO  FREE-CNT
006302         END-IF
006312***  ENDED (OR STILL IN-HOUSE), AND NOT DEPARTED OR         ***
006312***  RELEASED AS A NO-SHOW                                  ***
006312*
006312     CALL    "GET-BUSINESS-DATE".
006312     MOVE    EX-BUSDATE8     TO  TODAY-8.
006312     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
006312     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
006312         MOVE    SPACE   TO  HELD-ROOM (ROOM-IDX)
006369     05  RSV-STAT-KEY        PIC X(01).
006370     05  RSV-GROUP-KEY       PIC X(05).
006371     05  RSV-USER-KEY        PIC X(08).
006371     05  RSV-SOURCE-KEY      PIC X(01).
006371     05  RSV-AGENT-KEY       PIC X(08).
006372 FD  ROOM-MOVE-FILE.
006373 01  ROOM-MOVE-RECORD.
006374     05  MOV-ID-KEY.
006410*
006411     MOVE    "Y"     TO  VALID-SW.
006412     MOVE    "N"     TO  MOVE-OK.
006413     CALL    "GET-BUSINESS-DATE".
006413     MOVE    EX-BUSDATE8      TO  TODAY-8.
006414     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
006415     MOVE    TODAY-8 (1:4)   TO  TODAY-YMD (1:4).
006416     MOVE    "/"             TO  TODAY-YMD (5:1).
006721 RAISE-ERROR-EX.
006722     EXIT.
006723 END PROGRAM "MOVE-GUEST-ROOM".
006724 IDENTIFICATION DIVISION.
006725 PROGRAM-ID. "GET-BUSINESS-DATE".
006726******************************************************************
006727*        SHEET(ITEM) ===>    HOTEL
006728*        EVENT       ===>    BUSINESS DATE LOOK-UP
006729******************************************************************
006730*   READS THE HOTEL BUSINESS DATE FROM THE ONE-RECORD BUSDATE
006731*   CONTROL FILE INTO EX-BUSDATE ("YYYY/MM/DD") AND EX-BUSDATE8
006732*   (YYYYMMDD). EVERY PROGRAM TAKES "TODAY" FROM HERE IN PLACE
006732*   OF THE SYSTEM CLOCK, SO A NIGHT RUN STARTED AFTER MIDNIGHT
006732*   STILL POSTS TO THE DAY BEING CLOSED. THE DATE ONLY MOVES
006732*   WHEN END-OF-DAY-RUN ROLLS IT. FIRST USE EVER (NO FILE)
006732*   SEEDS THE FILE WITH TODAY'S CALENDAR DATE. A FILE THAT IS
006732*   THERE BUT CANNOT BE READ, OR HOLDS NO GOOD DATE, IS NEVER
006732*   OVERWRITTEN: MSG-SEVERITY IS LEFT AT "E" WITH MSG-ERR SET,
006732*   AND THE CALENDAR DATE STANDS IN FOR THIS CALL ONLY.
006737*
006738 ENVIRONMENT DIVISION.
006739 INPUT-OUTPUT SECTION.
006740 FILE-CONTROL.
006741     SELECT BUSINESS-DATE-FILE ASSIGN TO  "BUSDATE"
006742         ORGANIZATION IS LINE SEQUENTIAL
006743         FILE STATUS  IS BDT-FILE-STATUS.
006744 DATA        DIVISION.
006745 FILE SECTION.
006746 FD  BUSINESS-DATE-FILE.
006747 01  BUSINESS-DATE-RECORD.
006748     05  BDT-DATE            PIC X(10).
006749     05  FILLER              PIC X(01).
006750     05  BDT-ROLLED          PIC X(14).
006751     05  FILLER              PIC X(01).
006752     05  BDT-USER            PIC X(08).
006753*        DATE, AND WHEN AND BY WHOM IT WAS LAST ROLLED
006754 WORKING-STORAGE SECTION.
006755 77  BDT-FILE-STATUS         PIC X(02).
006756 77  DATE-OK              PIC X(01).
006757 77  TODAY-8              PIC 9(08).
006758 77  TIME-8               PIC 9(08).
006759 PROCEDURE   DIVISION.
006760 MAIN                    SECTION.
006761*
006762     MOVE    "N"     TO  DATE-OK.
006762     OPEN INPUT  BUSINESS-DATE-FILE.
006762     IF  BDT-FILE-STATUS = "00"
006762         READ BUSINESS-DATE-FILE
006762             AT END
006762                 CONTINUE
006762             NOT AT END
006762                 PERFORM CHECK-BUSINESS-DATE
006762         END-READ
006762         CLOSE BUSINESS-DATE-FILE
006762     END-IF.
006762     IF  DATE-OK = "N"
006762         PERFORM BUILD-CALENDAR-DATE
006762         IF  BDT-FILE-STATUS = "35"
006762             PERFORM SEED-BUSINESS-DATE
006762         ELSE
006762             MOVE "BUSDATE FILE UNREADABLE -- DATE NOT SET."
006762                                             TO  MSG-ERR
006762             MOVE    "E"     TO  MSG-SEVERITY
006762         END-IF
006762     END-IF.
006776     MOVE    BDT-DATE (1:4)  TO  EX-BUSDATE8 (1:4).
006777     MOVE    BDT-DATE (6:2)  TO  EX-BUSDATE8 (5:2).
006778     MOVE    BDT-DATE (9:2)  TO  EX-BUSDATE8 (7:2).
006779     MOVE    BDT-DATE        TO  EX-BUSDATE.
006780*
006781 MAIN-EX.
006782     EXIT    PROGRAM.
006783*
006784 CHECK-BUSINESS-DATE SECTION.
006785*
006786***  ONLY A WELL-FORMED "YYYY/MM/DD" IS TRUSTED AS THE DATE  ***
006787*
006788     IF  BDT-DATE (1:4) NUMERIC
006789             AND BDT-DATE (5:1) = "/"
006790             AND BDT-DATE (6:2) NUMERIC
006791             AND BDT-DATE (8:1) = "/"
006792             AND BDT-DATE (9:2) NUMERIC
006793         MOVE    "Y"     TO  DATE-OK
006794     END-IF.
006795 CHECK-BUSINESS-DATE-EX.
006796     EXIT.
006797*
006798 BUILD-CALENDAR-DATE SECTION.
006798*
006798     ACCEPT  TODAY-8          FROM DATE YYYYMMDD.
006804     ACCEPT  TIME-8           FROM TIME.
006805     MOVE    SPACES          TO  BUSINESS-DATE-RECORD.
006806     MOVE    TODAY-8 (1:4)   TO  BDT-DATE (1:4).
006807     MOVE    "/"             TO  BDT-DATE (5:1).
006808     MOVE    TODAY-8 (5:2)   TO  BDT-DATE (6:2).
006809     MOVE    "/"             TO  BDT-DATE (8:1).
006810     MOVE    TODAY-8 (7:2)   TO  BDT-DATE (9:2).
006811     MOVE    TODAY-8         TO  BDT-ROLLED (1:8).
006812     MOVE    TIME-8 (1:6)    TO  BDT-ROLLED (9:6).
006813     MOVE    EX-USRID        TO  BDT-USER.
006813 BUILD-CALENDAR-DATE-EX.
006813     EXIT.
006813*
006813 SEED-BUSINESS-DATE SECTION.
006813*
006813***  FIRST USE EVER -- START THE BUSINESS DATE AT TODAY'S  ***
006813***  CALENDAR DATE AND KEEP IT ON FILE                     ***
006813*
006813     OPEN    OUTPUT  BUSINESS-DATE-FILE.
006813     IF  BDT-FILE-STATUS = "00"
006813         WRITE   BUSINESS-DATE-RECORD
006813         CLOSE   BUSINESS-DATE-FILE
006813     END-IF.
006813     IF  BDT-FILE-STATUS NOT = "00"
006813         MOVE "BUSDATE FILE COULD NOT BE SEEDED -- DATE NOT SET."
006813                                             TO  MSG-ERR
006813         MOVE    "E"     TO  MSG-SEVERITY
006813     END-IF.
006813 SEED-BUSINESS-DATE-EX.
006813     EXIT.
006819 END PROGRAM "GET-BUSINESS-DATE".
006820 IDENTIFICATION DIVISION.
006821 PROGRAM-ID. "END-OF-DAY-RUN".
006822******************************************************************
006823*        SHEET(ITEM) ===>    HOTEL
006824*        EVENT       ===>    NIGHTLY BATCH / END-OF-DAY DRIVER
006825******************************************************************
006826*   RUNS THE NIGHTLY JOB STREAM FOR THE CURRENT BUSINESS DATE IN
006827*   A FIXED ORDER -- NO-SHOW RELEASE, NIGHT AUDIT, DAILY CASH
006828*   REPORT, ARCHIVE OF DEPARTED STAYS, ACCOUNTING EXPORT, THE
006828*   AVAILABILITY FEED, THE CANCELLATION REGISTER OF THE DAY'S
006828*   CANCELS AND NO-SHOWS, THE GUEST LEDGER TRIAL BALANCE, THE
006828*   HIGH BALANCE REPORT, THE ON-THE-BOOKS SNAPSHOT AND THE BOOKING
006828*   PACE REPORT -- AND ROLLS THE BUSDATE BUSINESS DATE TO
006830*   THE NEXT DAY ONLY WHEN EVERY STEP HAS FINISHED CLEAN. A STEP
006831*   FAILS WHEN IT LEAVES MSG-SEVERITY AT "E". EACH FINISHED STEP
006832*   IS CHECKPOINTED TO EODCTL, SO A RERUN AFTER A FAILURE STARTS
006833*   AT THE FAILED STEP AND SKIPS THE STEPS ALREADY POSTED -- THE
006834*   SAME CHECKPOINT CONVENTION AS THE ARCHIVE RUN'S ARCCTL. THE
006835*   RUN IS LOGGED STEP BY STEP TO EODRPT.
006836*
006837 ENVIRONMENT DIVISION.
006838 INPUT-OUTPUT SECTION.
006839 FILE-CONTROL.
006840     SELECT CONTROL-FILE       ASSIGN TO  "EODCTL"
006841         ORGANIZATION IS LINE SEQUENTIAL
006842         FILE STATUS  IS CTL-FILE-STATUS.
006843     SELECT BUSINESS-DATE-FILE ASSIGN TO  "BUSDATE"
006844         ORGANIZATION IS LINE SEQUENTIAL
006845         FILE STATUS  IS BDT-FILE-STATUS.
006846     SELECT EOD-REPORT-FILE    ASSIGN TO  "EODRPT"
006847         ORGANIZATION IS LINE SEQUENTIAL.
006848 DATA        DIVISION.
006849 FILE SECTION.
006850 FD  CONTROL-FILE.
006851 01  CONTROL-RECORD.
006852     05  CTL-RUN-DATE        PIC X(10).
006853     05  FILLER              PIC X(01).
006854     05  CTL-LAST-STEP       PIC 9(02).
006855     05  FILLER              PIC X(01).
006856     05  CTL-STATUS          PIC X(01).
006857*        "R" = RUN IN FLIGHT, "C" = RUN COMPLETE AND DATE ROLLED
006858     05  FILLER              PIC X(01).
006859     05  CTL-STAMP           PIC X(14).
006860 FD  BUSINESS-DATE-FILE.
006861 01  BUSINESS-DATE-RECORD.
006862     05  BDT-DATE            PIC X(10).
006863     05  FILLER              PIC X(01).
006864     05  BDT-ROLLED          PIC X(14).
006865     05  FILLER              PIC X(01).
006866     05  BDT-USER            PIC X(08).
006867 FD  EOD-REPORT-FILE.
006868 01  EOD-REPORT-LINE             PIC X(100).
006869 WORKING-STORAGE SECTION.
006870 77  CTL-FILE-STATUS         PIC X(02).
006871 77  BDT-FILE-STATUS         PIC X(02).
006872 77  RUN-DATE             PIC X(10).
006873 77  NEXT-DATE            PIC X(10).
006874 77  RUN-8                PIC 9(08).
006875 77  NEXT-8               PIC 9(08).
006876 77  RUN-JUL              PIC 9(07).
006877 77  TODAY-8              PIC 9(08).
006878 77  TIME-8               PIC 9(08).
006879 77  RUN-STAMP            PIC X(14).
006880 77  RUN-OK               PIC X(01).
006881 77  LAST-DONE            PIC S9(04) COMP-5.
006882 77  START-STEP           PIC S9(04) COMP-5.
006883 77  STEP-IDX             PIC S9(04) COMP-5.
006884 77  FAILED-STEP          PIC S9(04) COMP-5.
006885 77  STEP-MAX             PIC S9(04) COMP-5   VALUE 11.
006886 77  POW-0001                PIC X(14).
006887 01  STEP-NAME-DEF.
006888     05  FILLER      PIC X(30)   VALUE "RELEASE-NO-SHOWS".
006889     05  FILLER      PIC X(30)   VALUE "NIGHT-AUDIT".
006890     05  FILLER      PIC X(30)   VALUE "DAILY-CASH-REPORT".
006891     05  FILLER      PIC X(30)   VALUE
006892                                 "ARCHIVE-DEPARTED-RESERVATIONS".
006893     05  FILLER      PIC X(30)   VALUE "EXPORT-RESERVATIONS".
006894     05  FILLER      PIC X(30)   VALUE "WRITE-AVAILABILITY-FEED".
006894     05  FILLER      PIC X(30)   VALUE "CANCELLATION-REGISTER".
006894     05  FILLER      PIC X(30)   VALUE
006894                                 "GUEST-LEDGER-TRIAL-BALANCE".
006894     05  FILLER      PIC X(30)   VALUE "HIGH-BALANCE-REPORT".
006894     05  FILLER      PIC X(30)   VALUE "ON-THE-BOOKS-SNAPSHOT".
006894     05  FILLER      PIC X(30)   VALUE "BOOKING-PACE-REPORT".
006894 01  STEP-NAME-TABLE REDEFINES STEP-NAME-DEF.
006894     05  STEP-NAME   PIC X(30)   OCCURS  11  TIMES.
006897 01  STEP-DETAIL.
006898     05  FILLER               PIC X(05)   VALUE "STEP ".
006899     05  S-STEP               PIC 9(02).
006900     05  FILLER               PIC X(02)   VALUE SPACES.
006901     05  S-NAME               PIC X(30).
006902     05  FILLER               PIC X(02)   VALUE SPACES.
006903     05  S-RESULT             PIC X(59).
006904 PROCEDURE   DIVISION.
006905 MAIN                    SECTION.
006906*
006907     MOVE    SPACE   TO  MSG-SEVERITY.
006907     CALL    "GET-BUSINESS-DATE".
006907     MOVE    EX-BUSDATE      TO  RUN-DATE.
006907     MOVE    EX-BUSDATE8     TO  RUN-8.
006910     PERFORM STAMP-RUN-TIME.
006911     PERFORM READ-STEP-CHECKPOINT.
006912     OPEN    OUTPUT  EOD-REPORT-FILE.
006913     MOVE    SPACES          TO  EOD-REPORT-LINE.
006914     STRING  "END-OF-DAY RUN FOR BUSINESS DATE " RUN-DATE
006915             "  STARTED " RUN-STAMP
006916             DELIMITED BY SIZE   INTO  EOD-REPORT-LINE.
006917     WRITE   EOD-REPORT-LINE.
006918     PERFORM VARYING STEP-IDX FROM 1 BY 1
006919                                 UNTIL STEP-IDX >= START-STEP
006920         MOVE    STEP-IDX            TO  S-STEP
006921         MOVE    STEP-NAME (STEP-IDX) TO  S-NAME
006922         MOVE    "SKIPPED -- COMPLETED IN AN EARLIER RUN"
006923                                     TO  S-RESULT
006924         MOVE    STEP-DETAIL         TO  EOD-REPORT-LINE
006925         WRITE   EOD-REPORT-LINE
006926     END-PERFORM.
006927     MOVE    "Y"     TO  RUN-OK.
006927     MOVE    ZERO    TO  FAILED-STEP.
006927*
006927***  WITHOUT A TRUSTED BUSINESS DATE NOTHING IS RUN OR ROLLED  ***
006927*
006927     IF  MSG-SEVERITY = "E"
006927         MOVE    "N"     TO  RUN-OK
006927         MOVE    MSG-ERR     TO  EOD-REPORT-LINE
006927         WRITE   EOD-REPORT-LINE
006927     END-IF.
006927     PERFORM RUN-ONE-STEP
006927         VARYING STEP-IDX FROM START-STEP BY 1
006927         UNTIL STEP-IDX > STEP-MAX OR RUN-OK = "N".
006932     IF  RUN-OK = "Y"
006933         PERFORM ROLL-BUSINESS-DATE
006934     END-IF.
006935     CLOSE   EOD-REPORT-FILE.
006936     PERFORM RAISE-RUN-MESSAGE.
006937*
006938 MAIN-EX.
006939     EXIT    PROGRAM.
006940*
006941 STAMP-RUN-TIME SECTION.
006942*
006943     ACCEPT  TODAY-8          FROM DATE YYYYMMDD.
006944     ACCEPT  TIME-8           FROM TIME.
006945     MOVE    TODAY-8         TO  RUN-STAMP (1:8).
006946     MOVE    TIME-8 (1:6)    TO  RUN-STAMP (9:6).
006947 STAMP-RUN-TIME-EX.
006948     EXIT.
006949*
006950 READ-STEP-CHECKPOINT SECTION.
006951*
006952***  A CHECKPOINT STILL IN FLIGHT FOR THIS BUSINESS DATE    ***
006953***  MEANS A RERUN -- PICK UP AT THE STEP AFTER THE LAST ONE  ***
006954***  RECORDED AS FINISHED. ANY OTHER CHECKPOINT BELONGS TO    ***
006955***  AN EARLIER, ALREADY ROLLED DATE                          ***
006956*
006957     MOVE    ZERO    TO  LAST-DONE.
006958     OPEN INPUT  CONTROL-FILE.
006959     IF  CTL-FILE-STATUS = "00"
006960         READ CONTROL-FILE
006961             AT END
006962                 CONTINUE
006963             NOT AT END
006964                 IF  CTL-RUN-DATE = RUN-DATE
006965                         AND CTL-STATUS = "R"
006966                         AND CTL-LAST-STEP NUMERIC
006967                     MOVE CTL-LAST-STEP  TO LAST-DONE
006968                 END-IF
006969         END-READ
006970         CLOSE CONTROL-FILE
006971     END-IF.
006972     COMPUTE START-STEP = LAST-DONE + 1.
006973 READ-STEP-CHECKPOINT-EX.
006974     EXIT.
006975*
006976 RUN-ONE-STEP SECTION.
006977*
006978***  EACH STEP STARTS WITH A CLEAN SEVERITY SO ONLY AN ERROR   ***
006979***  RAISED BY THE STEP ITSELF STOPS THE STREAM                ***
006980*
006981     MOVE    SPACE   TO  MSG-SEVERITY.
006982     MOVE    SPACES  TO  MSG-ERR.
006983     EVALUATE STEP-IDX
006984     WHEN 1
006985         CALL    "RELEASE-NO-SHOWS"
006986     WHEN 2
006987         CALL    "NIGHT-AUDIT"
006988     WHEN 3
006989         CALL    "DAILY-CASH-REPORT"
006990     WHEN 4
006991         CALL    "ARCHIVE-DEPARTED-RESERVATIONS"
006992     WHEN 5
006993         CALL    "EXPORT-RESERVATIONS"
006994     WHEN 6
006995         CALL    "WRITE-AVAILABILITY-FEED"
006995     WHEN 7
006995         CALL    "CANCELLATION-REGISTER"
006995     WHEN 8
006995         CALL    "GUEST-LEDGER-TRIAL-BALANCE"
006995     WHEN 9
006995         CALL    "HIGH-BALANCE-REPORT"
006995     WHEN 10
006995         CALL    "ON-THE-BOOKS-SNAPSHOT"
006995     WHEN 11
006995         CALL    "BOOKING-PACE-REPORT"
006995     END-EVALUATE.
006997     MOVE    STEP-IDX            TO  S-STEP.
006998     MOVE    STEP-NAME (STEP-IDX) TO  S-NAME.
006999     IF  MSG-SEVERITY = "E"
007000         MOVE    "N"     TO  RUN-OK
007001         MOVE    STEP-IDX    TO  FAILED-STEP
007002         MOVE    SPACES  TO  S-RESULT
007003         STRING  "FAILED: " MSG-ERR
007004                 DELIMITED BY SIZE   INTO  S-RESULT
007005     ELSE
007005         MOVE    STEP-IDX    TO  LAST-DONE
007005         MOVE    "COMPLETED"     TO  S-RESULT
007005         PERFORM WRITE-STEP-CHECKPOINT
007005         IF  RUN-OK = "N"
007005             MOVE    STEP-IDX    TO  FAILED-STEP
007005             MOVE "CHECKPOINT WRITE FAILED -- STEP NOT RECORDED"
007005                                         TO  S-RESULT
007005         END-IF
007005     END-IF.
007010     MOVE    STEP-DETAIL     TO  EOD-REPORT-LINE.
007011     WRITE   EOD-REPORT-LINE.
007012 RUN-ONE-STEP-EX.
007013     EXIT.
007014*
007015 WRITE-STEP-CHECKPOINT SECTION.
007015*
007015***  A STEP IS ONLY DONE ONCE ITS CHECKPOINT IS ON FILE -- A  ***
007015***  FAILED WRITE STOPS THE RUN BEFORE THE DATE IS ROLLED     ***
007015*
007015     OPEN    OUTPUT  CONTROL-FILE.
007015     IF  CTL-FILE-STATUS = "00"
007015         MOVE    SPACES          TO  CONTROL-RECORD
007015         MOVE    RUN-DATE        TO  CTL-RUN-DATE
007015         MOVE    LAST-DONE       TO  CTL-LAST-STEP
007015         MOVE    "R"             TO  CTL-STATUS
007015         MOVE    RUN-STAMP       TO  CTL-STAMP
007015         WRITE   CONTROL-RECORD
007015         CLOSE   CONTROL-FILE
007015     END-IF.
007015     IF  CTL-FILE-STATUS NOT = "00"
007015         MOVE    "N"     TO  RUN-OK
007015         MOVE "EODCTL CHECKPOINT WRITE FAILED -- RERUN THE DAY."
007015                                             TO  MSG-ERR
007015     END-IF.
007025 WRITE-STEP-CHECKPOINT-EX.
007026     EXIT.
007027*
007028 ROLL-BUSINESS-DATE SECTION.
007029*
007030***  EVERY STEP IS POSTED -- MOVE THE BUSINESS DATE ON ONE  ***
007031***  DAY, THEN CLOSE THE CHECKPOINT SO TOMORROW STARTS AT     ***
007032***  STEP 1                                                   ***
007033*
007034     COMPUTE RUN-JUL = FUNCTION INTEGER-OF-DATE(RUN-8).
007035     COMPUTE NEXT-8 = FUNCTION DATE-OF-INTEGER(RUN-JUL + 1).
007036     MOVE    NEXT-8 (1:4)    TO  NEXT-DATE (1:4).
007037     MOVE    "/"             TO  NEXT-DATE (5:1).
007038     MOVE    NEXT-8 (5:2)    TO  NEXT-DATE (6:2).
007039     MOVE    "/"             TO  NEXT-DATE (8:1).
007040     MOVE    NEXT-8 (7:2)    TO  NEXT-DATE (9:2).
007041     OPEN    OUTPUT  BUSINESS-DATE-FILE.
007042     MOVE    SPACES          TO  BUSINESS-DATE-RECORD.
007043     MOVE    NEXT-DATE       TO  BDT-DATE.
007044     MOVE    RUN-STAMP       TO  BDT-ROLLED.
007045     MOVE    EX-USRID        TO  BDT-USER.
007046     WRITE   BUSINESS-DATE-RECORD.
007047     IF  BDT-FILE-STATUS NOT = "00"
007048         MOVE    "N"     TO  RUN-OK
007049         MOVE "BUSINESS DATE ROLL FAILED -- DATE NOT CHANGED."
007050                                             TO  MSG-ERR
007051         MOVE    MSG-ERR     TO  EOD-REPORT-LINE
007052         WRITE   EOD-REPORT-LINE
007053     ELSE
007054         MOVE    NEXT-DATE   TO  EX-BUSDATE
007055         MOVE    NEXT-8      TO  EX-BUSDATE8
007056         MOVE    SPACES      TO  EOD-REPORT-LINE
007056         STRING  "BUSINESS DATE ROLLED TO " NEXT-DATE
007056                 DELIMITED BY SIZE   INTO  EOD-REPORT-LINE
007056         WRITE   EOD-REPORT-LINE
007056         OPEN    OUTPUT  CONTROL-FILE
007056         IF  CTL-FILE-STATUS = "00"
007056             MOVE    SPACES          TO  CONTROL-RECORD
007056             MOVE    RUN-DATE        TO  CTL-RUN-DATE
007056             MOVE    LAST-DONE       TO  CTL-LAST-STEP
007056             MOVE    "C"             TO  CTL-STATUS
007056             MOVE    RUN-STAMP       TO  CTL-STAMP
007056             WRITE   CONTROL-RECORD
007056             CLOSE   CONTROL-FILE
007056         END-IF
007056         IF  CTL-FILE-STATUS NOT = "00"
007056             MOVE    "N"     TO  RUN-OK
007056             MOVE "DATE ROLLED, EODCTL NOT CLOSED -- SEE EODRPT."
007056                                             TO  MSG-ERR
007056             MOVE    MSG-ERR     TO  EOD-REPORT-LINE
007056             WRITE   EOD-REPORT-LINE
007056         END-IF
007056     END-IF.
007069     CLOSE   BUSINESS-DATE-FILE.
007070 ROLL-BUSINESS-DATE-EX.
007071     EXIT.
007072*
007073 RAISE-RUN-MESSAGE SECTION.
007074*
007075***  SURFACE THE RUN RESULT AT THE DESK, AND ON THE MESSAGE-   ***
007076***  LOG AUDIT TRAIL, THROUGH THE DEMOMSG SHEET                ***
007077*
007078     IF  RUN-OK = "Y"
007079         MOVE    SPACES      TO  MSG-ERR
007080         STRING  "END OF DAY " RUN-DATE
007081                 " COMPLETE -- DATE ROLLED TO " NEXT-DATE "."
007082                 DELIMITED BY SIZE   INTO  MSG-ERR
007083         MOVE    "I"         TO  MSG-SEVERITY
007084     ELSE
007085         IF  FAILED-STEP > 0
007086             MOVE    SPACES      TO  MSG-ERR
007087             MOVE    FAILED-STEP TO  S-STEP
007088             STRING  "END OF DAY " RUN-DATE " STOPPED AT STEP "
007089                     S-STEP " -- SEE EODRPT, THEN RERUN."
007090                     DELIMITED BY SIZE   INTO  MSG-ERR
007091         END-IF
007092         MOVE    "E"         TO  MSG-SEVERITY
007093     END-IF.
007094     MOVE    "DEMOMSG"   TO  POW-0001.
007095     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
007096      POW-0001 .
007097 RAISE-RUN-MESSAGE-EX.
007098     EXIT.
007099 END PROGRAM "END-OF-DAY-RUN".
007100 IDENTIFICATION DIVISION.
007101 PROGRAM-ID. "APPLY-CANCELLATION-POLICY".
007102******************************************************************
007103*        SHEET(ITEM) ===>    HOTEL
007104*        EVENT       ===>    CANCELLATION / NO-SHOW SETTLEMENT
007105******************************************************************
007106*   SETTLES THE DEPOSIT OF THE RESERVATION HANDED OVER IN THE
007107*   EX-CXL FIELDS UNDER THE ROOM TYPE'S CANCELLATION POLICY ON
007108*   THE CXLPOL MASTER: A CANCEL AT LEAST POL-FREE-DAYS BEFORE
007109*   THE BOOKED ARRIVAL (RSV-DATE-KEY) IS FREE, A LATER CANCEL
007110*   OR A NO-SHOW IS CHARGED POL-CHARGE-NIGHTS NIGHTS (NEVER MORE
007111*   THAN THE NIGHTS BOOKED) PRICED THROUGH PRICE-STAY-FOLIO FROM
007112*   THE BOOKED ARRIVAL. A TYPE WITH NO POLICY ROW TAKES THE HOUSE
007113*   POLICY BELOW. THE PENALTY IS POSTED TO PAYFILE AS KIND "X",
007114*   AND WHATEVER THE GUEST HAS PAID BEYOND IT IS POSTED BACK AS
007115*   A REFUND, KIND "R". EVERY SETTLEMENT IS REGISTERED FOR GOOD
007115*   ON THE CXLFILE CANCELLATION MASTER WITH THE REASON, THE
007115*   OPERATOR AND THE AMOUNTS BEFORE ANYTHING IS POSTED. FOR A
007115*   RESERVATION ALREADY ON THAT FILE ONLY WHAT IS STILL MISSING
007115*   FROM PAYFILE IS POSTED, SO A RETRY AFTER A FAILED POSTING
007115*   FINISHES THE SETTLEMENT AND NEVER CHARGES TWICE. A BOOKING
007115*   HOLDING A ROOM GIVEN AS A NO-CHARGE UPGRADE IS SETTLED AS
007115*   THE TYPE BOOKED (GET-BOOKED-RATE-TYPE).
007119*
007120 ENVIRONMENT DIVISION.
007121 INPUT-OUTPUT SECTION.
007122 FILE-CONTROL.
007123     SELECT POLICY-FILE        ASSIGN TO  "CXLPOL"
007124         ORGANIZATION IS INDEXED
007125         ACCESS MODE  IS DYNAMIC
007126         RECORD KEY   IS POL-TYPE-KEY
007127         FILE STATUS  IS POL-FILE-STATUS.
007128     SELECT PAYMENT-FILE       ASSIGN TO  "PAYFILE"
007129         ORGANIZATION IS INDEXED
007130         ACCESS MODE  IS DYNAMIC
007131         RECORD KEY   IS PAY-ID-KEY
007132         FILE STATUS  IS PAY-FILE-STATUS.
007133     SELECT CANCEL-FILE        ASSIGN TO  "CXLFILE"
007134         ORGANIZATION IS INDEXED
007135         ACCESS MODE  IS DYNAMIC
007136         RECORD KEY   IS CXL-RSV-NUM
007137         FILE STATUS  IS CXL-FILE-STATUS.
007138 DATA        DIVISION.
007139 FILE SECTION.
007140 FD  POLICY-FILE.
007141 01  POLICY-RECORD.
007142     05  POL-TYPE-KEY        PIC X(02).
007143     05  POL-FREE-DAYS       PIC 9(03).
007144     05  POL-CHARGE-NIGHTS   PIC 9(02).
007145     05  POL-CHANGED         PIC X(10).
007146     05  POL-USER            PIC X(08).
007147 FD  PAYMENT-FILE.
007148 01  PAYMENT-RECORD.
007149     05  PAY-ID-KEY.
007150         07  PAY-RSV-NUM     PIC X(09).
007151         07  PAY-SEQ         PIC 9(02).
007152     05  PAY-DATE            PIC X(10).
007153     05  PAY-KIND            PIC X(01).
007154*        "D" = DEPOSIT, "P" = PAYMENT AT THE DESK, "X" = CANCEL
007155*        OR NO-SHOW PENALTY CHARGED, "R" = DEPOSIT REFUNDED
007156     05  PAY-AMOUNT          PIC 9(07)V9(02).
007157 FD  CANCEL-FILE.
007158 01  CANCEL-RECORD.
007159     05  CXL-RSV-NUM         PIC X(09).
007160     05  CXL-DATE            PIC X(10).
007161     05  CXL-KIND            PIC X(01).
007162*        "C" = CANCELLED, "N" = RELEASED AS A NO-SHOW
007163     05  CXL-RSV-DATE        PIC X(10).
007164     05  CXL-ROOM            PIC X(04).
007165     05  CXL-TYPE            PIC X(02).
007166     05  CXL-STAY            PIC X(02).
007167     05  CXL-NAME            PIC X(20).
007168     05  CXL-GROUP           PIC X(05).
007169     05  CXL-NOTICE          PIC 9(04).
007170*        WHOLE DAYS OF NOTICE BEFORE THE BOOKED ARRIVAL
007171     05  CXL-REASON          PIC X(20).
007172     05  CXL-USER            PIC X(08).
007173     05  CXL-HELD            PIC 9(07)V9(02).
007174     05  CXL-PENALTY         PIC 9(07)V9(02).
007175     05  CXL-REFUND          PIC 9(07)V9(02).
007176     05  CXL-STAMP           PIC X(14).
007176     05  CXL-TEL             PIC X(12).
007177 WORKING-STORAGE SECTION.
007178 77  POL-FILE-STATUS         PIC X(02).
007179 77  PAY-FILE-STATUS         PIC X(02).
007180 77  CXL-FILE-STATUS         PIC X(02).
007181 77  SETTLED-SW           PIC X(01).
007181 77  CXL-OPEN-SW          PIC X(01).
007182 77  POST-OK              PIC X(01).
007183 77  NEW-FILE-SW          PIC X(01).
007184 77  FREE-DAYS            PIC 9(03).
007185 77  CHARGE-NIGHTS        PIC 9(02).
007186 77  BOOKED-NIGHTS        PIC 9(02).
007187 77  HOUSE-FREE-DAYS      PIC 9(03)   VALUE 2.
007188 77  HOUSE-CHARGE-NIGHTS  PIC 9(02)   VALUE 1.
007189*        HOUSE POLICY FOR A ROOM TYPE WITH NO CXLPOL ROW: FREE UP
007190*        TO TWO DAYS BEFORE ARRIVAL, ONE NIGHT AFTER THAT
007191 77  TODAY-8              PIC 9(08).
007192 77  TODAY-JUL            PIC 9(07).
007193 77  TIME-8               PIC 9(08).
007194 77  ARR-8                PIC 9(08).
007195 77  ARR-JUL              PIC 9(07).
007196 77  NOTICE-DAYS          PIC S9(05) COMP-5.
007197 77  HELD-AMT             PIC S9(07)V9(02).
007197 77  POSTED-PENALTY       PIC S9(07)V9(02).
007197 77  POSTED-REFUND        PIC S9(07)V9(02).
007198 77  MAX-PAY-SEQ          PIC 9(02).
007199 77  POW-0001                PIC X(14).
007200 PROCEDURE   DIVISION.
007201 MAIN                    SECTION.
007202*
007203     MOVE    ZERO    TO  EX-CXLPENALTY  EX-CXLREFUND.
007204     MOVE    "Y"     TO  POST-OK.
007205     CALL    "GET-BUSINESS-DATE".
007206     MOVE    EX-BUSDATE8     TO  TODAY-8.
007207     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
007208     PERFORM CHECK-ALREADY-SETTLED.
007208     IF  POST-OK = "Y"
007208         PERFORM SUM-HELD-DEPOSITS
007208     END-IF.
007208*
007208***  A FIRST SETTLEMENT IS DECIDED AND REGISTERED ON CXLFILE  ***
007208***  BEFORE ANY ROW IS POSTED. A PENALTY ALREADY ON PAYFILE   ***
007208***  FROM AN UNREGISTERED ATTEMPT STANDS AS THE PENALTY       ***
007208*
007208     IF  POST-OK = "Y" AND SETTLED-SW = "N"
007208         MOVE    EX-CXLNUM   TO  EX-UPGNUM
007208         MOVE    EX-CXLROOM  TO  EX-UPGROOM
007208         MOVE    EX-CXLTYPE  TO  EX-UPGTYPE
007208         CALL    "GET-BOOKED-RATE-TYPE"
007208         MOVE    EX-UPGTYPE  TO  EX-CXLTYPE
007208         PERFORM LOAD-TYPE-POLICY
007208         PERFORM COMPUTE-PENALTY
007208         IF  POSTED-PENALTY > ZERO
007208             MOVE    POSTED-PENALTY  TO  EX-CXLPENALTY
007208         END-IF
007208         IF  HELD-AMT > EX-CXLPENALTY
007208             COMPUTE EX-CXLREFUND = HELD-AMT - EX-CXLPENALTY
007208         END-IF
007208         PERFORM WRITE-CANCELLATION-ROW
007208     END-IF.
007208     IF  POST-OK = "Y"
007208         PERFORM POST-SETTLEMENT
007208     END-IF.
007208     IF  CXL-OPEN-SW = "Y"
007208         CLOSE   CANCEL-FILE
007208     END-IF.
007222*
007223 MAIN-EX.
007224     EXIT    PROGRAM.
007225*
007226 CHECK-ALREADY-SETTLED SECTION.
007227*
007228***  A ROW ALREADY ON THE CANCELLATION MASTER MEANS THIS       ***
007228***  RESERVATION WAS SETTLED BEFORE -- ITS AMOUNTS STAND AND   ***
007228***  ONLY WHAT IS NOT YET ON PAYFILE IS POSTED. A MASTER THAT  ***
007228***  CANNOT BE OPENED STOPS THE SETTLEMENT                     ***
007228*
007228     MOVE    "N"     TO  SETTLED-SW  CXL-OPEN-SW.
007228     OPEN    I-O     CANCEL-FILE.
007228     IF  CXL-FILE-STATUS = "35"
007228         OPEN    OUTPUT  CANCEL-FILE
007228     ELSE
007228         IF  CXL-FILE-STATUS = "00"
007228             MOVE    EX-CXLNUM   TO  CXL-RSV-NUM
007228             READ    CANCEL-FILE RECORD
007228             IF  CXL-FILE-STATUS = "00"
007228                 MOVE    "Y"         TO  SETTLED-SW
007228                 MOVE    CXL-PENALTY TO  EX-CXLPENALTY
007228                 MOVE    CXL-REFUND  TO  EX-CXLREFUND
007228             END-IF
007228             MOVE    "00"    TO  CXL-FILE-STATUS
007228         END-IF
007228     END-IF.
007228     IF  CXL-FILE-STATUS = "00"
007228         MOVE    "Y"     TO  CXL-OPEN-SW
007228     ELSE
007228         MOVE "CXLFILE COULD NOT BE OPENED -- CANCEL NOT SETTLED."
007228                                             TO  MSG-ERR
007228         MOVE    "N"     TO  POST-OK
007228         PERFORM RAISE-ERROR
007228     END-IF.
007245 CHECK-ALREADY-SETTLED-EX.
007246     EXIT.
007247*
007248 LOAD-TYPE-POLICY SECTION.
007249*
007250***  NO POLICY FILE, OR NO ROW FOR THIS TYPE, MEANS THE HOUSE  ***
007251***  POLICY APPLIES                                            ***
007252*
007253     MOVE    HOUSE-FREE-DAYS     TO  FREE-DAYS.
007254     MOVE    HOUSE-CHARGE-NIGHTS TO  CHARGE-NIGHTS.
007255     OPEN INPUT  POLICY-FILE.
007256     IF  POL-FILE-STATUS = "00"
007257         MOVE    EX-CXLTYPE  TO  POL-TYPE-KEY
007258         READ    POLICY-FILE RECORD
007259         IF  POL-FILE-STATUS = "00"
007260             MOVE    POL-FREE-DAYS       TO  FREE-DAYS
007261             MOVE    POL-CHARGE-NIGHTS   TO  CHARGE-NIGHTS
007262         END-IF
007263         CLOSE   POLICY-FILE
007264     END-IF.
007265 LOAD-TYPE-POLICY-EX.
007266     EXIT.
007267*
007268 COMPUTE-PENALTY SECTION.
007269*
007270***  NOTICE IS COUNTED FROM THE BUSINESS DATE TO THE BOOKED  ***
007271***  ARRIVAL. A NO-SHOW IS ALWAYS A LATE CANCEL              ***
007272*
007273     MOVE    EX-CXLDATE (1:4)    TO  ARR-8 (1:4).
007274     MOVE    EX-CXLDATE (6:2)    TO  ARR-8 (5:2).
007275     MOVE    EX-CXLDATE (9:2)    TO  ARR-8 (7:2).
007276     COMPUTE ARR-JUL = FUNCTION INTEGER-OF-DATE(ARR-8).
007277     COMPUTE NOTICE-DAYS = ARR-JUL - TODAY-JUL.
007278     IF  EX-CXLKIND = "N"
007279         MOVE    ZERO    TO  NOTICE-DAYS
007280     END-IF.
007281     IF  NOTICE-DAYS < 0
007282         MOVE    ZERO    TO  NOTICE-DAYS
007283     END-IF.
007284     IF  EX-CXLKIND = "N" OR NOTICE-DAYS < FREE-DAYS
007285         MOVE    EX-CXLSTAY  TO  BOOKED-NIGHTS
007286         IF  BOOKED-NIGHTS > 0 AND CHARGE-NIGHTS > BOOKED-NIGHTS
007287             MOVE    BOOKED-NIGHTS   TO  CHARGE-NIGHTS
007288         END-IF
007289         IF  CHARGE-NIGHTS > 0
007290             MOVE    EX-CXLTYPE      TO  FOLIO-TYPE
007291             MOVE    CHARGE-NIGHTS   TO  FOLIO-NIGHTS
007292             MOVE    EX-CXLDATE      TO  FOLIO-START
007293             CALL    "PRICE-STAY-FOLIO"
007294             MOVE    FOLIO-TOTAL     TO  EX-CXLPENALTY
007295         END-IF
007296     END-IF.
007297 COMPUTE-PENALTY-EX.
007298     EXIT.
007299*
007300 SUM-HELD-DEPOSITS SECTION.
007301*
007302***  WHAT THE GUEST HAS PAID IN ON THIS RESERVATION, AND     ***
007302***  THE PENALTY AND REFUND ROWS ALREADY POSTED AGAINST IT.  ***
007302***  NO LEDGER FILE YET SIMPLY MEANS NOTHING IS HELD         ***
007302*
007302     MOVE    ZERO    TO  HELD-AMT  POSTED-PENALTY  POSTED-REFUND.
007307     OPEN INPUT  PAYMENT-FILE.
007308     IF  PAY-FILE-STATUS = "00"
007309         PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
007310             READ PAYMENT-FILE NEXT RECORD
007311                 AT END
007312                     MOVE "10"  TO PAY-FILE-STATUS
007313                 NOT AT END
007314                     IF  PAY-RSV-NUM = EX-CXLNUM
007315                         EVALUATE PAY-KIND
007316                         WHEN "D"
007317                         WHEN "P"
007318                             ADD      PAY-AMOUNT  TO    HELD-AMT
007319                         WHEN "X"
007319                             ADD PAY-AMOUNT  TO  POSTED-PENALTY
007319                         WHEN "R"
007319                             ADD PAY-AMOUNT  TO  POSTED-REFUND
007319                         END-EVALUATE
007322                     END-IF
007323             END-READ
007324         END-PERFORM
007325         CLOSE PAYMENT-FILE
007326     END-IF.
007327     IF  HELD-AMT < ZERO
007328         MOVE    ZERO    TO  HELD-AMT
007329     END-IF.
007330 SUM-HELD-DEPOSITS-EX.
007331     EXIT.
007332*
007333 POST-SETTLEMENT SECTION.
007334*
007335***  THE PENALTY AND THE REFUND TAKE THE NEXT SEQUENCES UNDER  ***
007335***  THE RESERVATION NUMBER -- THE SAME RULE AS POST-PAYMENT.  ***
007335***  ONLY THE PART OF EACH NOT ALREADY ON PAYFILE IS POSTED    ***
007335*
007335     IF  EX-CXLPENALTY > POSTED-PENALTY
007335             OR EX-CXLREFUND > POSTED-REFUND
007335         PERFORM ASSIGN-NEXT-PAY-SEQ
007335         IF  EX-CXLPENALTY > POSTED-PENALTY
007335             MOVE    "X"             TO  PAY-KIND
007335             COMPUTE PAY-AMOUNT = EX-CXLPENALTY - POSTED-PENALTY
007335             PERFORM WRITE-SETTLEMENT-ROW
007335         END-IF
007335         IF  EX-CXLREFUND > POSTED-REFUND AND POST-OK = "Y"
007335             MOVE    "R"             TO  PAY-KIND
007335             COMPUTE PAY-AMOUNT = EX-CXLREFUND - POSTED-REFUND
007335             PERFORM WRITE-SETTLEMENT-ROW
007335         END-IF
007335         CLOSE   PAYMENT-FILE
007335     END-IF.
007352 POST-SETTLEMENT-EX.
007353     EXIT.
007354*
007355 ASSIGN-NEXT-PAY-SEQ SECTION.
007356*
007357     MOVE    "N"     TO  NEW-FILE-SW.
007358     MOVE    ZERO    TO  MAX-PAY-SEQ.
007359     OPEN    I-O     PAYMENT-FILE.
007360     IF  PAY-FILE-STATUS = "35"
007361         OPEN    OUTPUT  PAYMENT-FILE
007362         MOVE    "Y"     TO  NEW-FILE-SW
007363     END-IF.
007364     IF  NEW-FILE-SW = "N"
007365         MOVE    LOW-VALUES  TO  PAY-ID-KEY
007366         START   PAYMENT-FILE KEY NOT < PAY-ID-KEY
007367         PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
007368             READ PAYMENT-FILE NEXT RECORD
007369                 AT END
007370                     MOVE "10"  TO PAY-FILE-STATUS
007371                 NOT AT END
007372                     IF  PAY-RSV-NUM = EX-CXLNUM
007373                             AND PAY-SEQ > MAX-PAY-SEQ
007374                         MOVE    PAY-SEQ     TO  MAX-PAY-SEQ
007375                     END-IF
007376             END-READ
007377         END-PERFORM
007378     END-IF.
007379 ASSIGN-NEXT-PAY-SEQ-EX.
007380     EXIT.
007381*
007382 WRITE-SETTLEMENT-ROW SECTION.
007383*
007384     ADD     1               TO  MAX-PAY-SEQ.
007385     MOVE    EX-CXLNUM       TO  PAY-RSV-NUM.
007386     MOVE    MAX-PAY-SEQ     TO  PAY-SEQ.
007387     MOVE    EX-BUSDATE      TO  PAY-DATE.
007388     WRITE   PAYMENT-RECORD.
007389     IF  PAY-FILE-STATUS NOT = "00"
007390         MOVE "PAYMENT LEDGER WRITE FAILED -- CANCEL NOT SETTLED."
007391                                             TO  MSG-ERR
007392         MOVE    "N"     TO  POST-OK
007393         PERFORM RAISE-ERROR
007394     END-IF.
007395 WRITE-SETTLEMENT-ROW-EX.
007396     EXIT.
007397*
007398 WRITE-CANCELLATION-ROW SECTION.
007399*
007400     ACCEPT  TIME-8           FROM TIME.
007401     MOVE    SPACES          TO  CANCEL-RECORD.
007402     MOVE    EX-CXLNUM       TO  CXL-RSV-NUM.
007403     MOVE    EX-BUSDATE      TO  CXL-DATE.
007404     MOVE    EX-CXLKIND      TO  CXL-KIND.
007405     MOVE    EX-CXLDATE      TO  CXL-RSV-DATE.
007406     MOVE    EX-CXLROOM      TO  CXL-ROOM.
007407     MOVE    EX-CXLTYPE      TO  CXL-TYPE.
007408     MOVE    EX-CXLSTAY      TO  CXL-STAY.
007409     MOVE    EX-CXLNAME      TO  CXL-NAME.
007409     MOVE    EX-CXLTEL       TO  CXL-TEL.
007410     MOVE    EX-CXLGROUP     TO  CXL-GROUP.
007411     MOVE    NOTICE-DAYS     TO  CXL-NOTICE.
007412     MOVE    EX-CXLREASON    TO  CXL-REASON.
007413     IF  CXL-REASON = SPACES
007414         MOVE    "NOT STATED"    TO  CXL-REASON
007415     END-IF.
007416     MOVE    EX-USRID        TO  CXL-USER.
007417     MOVE    HELD-AMT        TO  CXL-HELD.
007418     MOVE    EX-CXLPENALTY   TO  CXL-PENALTY.
007419     MOVE    EX-CXLREFUND    TO  CXL-REFUND.
007420     MOVE    TODAY-8         TO  CXL-STAMP (1:8).
007421     MOVE    TIME-8 (1:6)    TO  CXL-STAMP (9:6).
007422     WRITE   CANCEL-RECORD.
007423     IF  CXL-FILE-STATUS NOT = "00"
007424         MOVE "CANCELLATION FILE WRITE FAILED -- NOT SETTLED."
007424                                             TO  MSG-ERR
007424         MOVE    "N"     TO  POST-OK
007424         PERFORM RAISE-ERROR
007427     END-IF.
007428 WRITE-CANCELLATION-ROW-EX.
007429     EXIT.
007430*
007431 RAISE-ERROR SECTION.
007432*
007433***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
007434*
007435     MOVE    "E"         TO  MSG-SEVERITY.
007436     IF  SEL-SW NOT = 1
007437         MOVE    "DEMOMSG"   TO  POW-0001
007438         CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL
007439          BY REFERENCE POW-0001
007440     END-IF.
007441 RAISE-ERROR-EX.
007442     EXIT.
007443 END PROGRAM "APPLY-CANCELLATION-POLICY".
007444 IDENTIFICATION DIVISION.
007445 PROGRAM-ID. "CANCEL-POLICY-MAINTENANCE".
007446******************************************************************
007447*        SHEET(ITEM) ===>    HOTEL
007448*        EVENT       ===>    SUPERVISOR CANCEL POLICY SUBMIT
007449******************************************************************
007450*   RECORDS THE CANCELLATION POLICY FOR ROOM TYPE EX-RSVTYPE ON
007451*   THE CXLPOL MASTER: A CANCEL AT LEAST EX-CXLDAYS DAYS BEFORE
007452*   THE BOOKED ARRIVAL IS FREE, A LATER CANCEL OR A NO-SHOW IS
007453*   CHARGED EX-CXLNIGHTS NIGHTS AT THE ROOM RATE. A ROW ALREADY
007454*   ON FILE FOR THE TYPE IS CORRECTED IN PLACE. ZERO PENALTY
007455*   NIGHTS MAKES THE TYPE FREELY CANCELLABLE.
007456*
007457 ENVIRONMENT DIVISION.
007458 INPUT-OUTPUT SECTION.
007459 FILE-CONTROL.
007460     SELECT POLICY-FILE        ASSIGN TO  "CXLPOL"
007461         ORGANIZATION IS INDEXED
007462         ACCESS MODE  IS DYNAMIC
007463         RECORD KEY   IS POL-TYPE-KEY
007464         FILE STATUS  IS POL-FILE-STATUS.
007465 DATA        DIVISION.
007466 FILE SECTION.
007467 FD  POLICY-FILE.
007468 01  POLICY-RECORD.
007469     05  POL-TYPE-KEY        PIC X(02).
007470     05  POL-FREE-DAYS       PIC 9(03).
007471     05  POL-CHARGE-NIGHTS   PIC 9(02).
007472     05  POL-CHANGED         PIC X(10).
007473     05  POL-USER            PIC X(08).
007474 WORKING-STORAGE SECTION.
007475 77  POL-FILE-STATUS         PIC X(02).
007476 77  RATE-IDX             PIC S9(04) COMP-5.
007477 77  VALID-SW             PIC X(01).
007478 77  TYPE-FOUND           PIC X(01).
007479 77  DAYS-ED              PIC ZZ9.
007480 77  NIGHTS-ED            PIC Z9.
007481 77  POW-0001                PIC X(14).
007482 PROCEDURE   DIVISION.
007483 MAIN                    SECTION.
007484*
007485***  POLICY MAINTENANCE IS A SUPERVISOR FUNCTION -- A CLERK,  ***
007486***  OR NOBODY SIGNED ON AT ALL, IS REFUSED                   ***
007487*
007488     MOVE    "Y"     TO  VALID-SW.
007489     IF  EX-USRLEVEL NOT = "S"
007490         MOVE "SUPERVISOR SIGN-ON REQUIRED FOR THIS FUNCTION."
007491                                             TO  MSG-ERR
007492         MOVE    "N"     TO  VALID-SW
007493     END-IF.
007494*
007495***  THE TYPE MUST BE ON THE RATE LIST AND BOTH FIGURES SANE  ***
007496*
007497     MOVE    "N"     TO  TYPE-FOUND.
007498     IF  VALID-SW = "Y"
007499         PERFORM VARYING RATE-IDX FROM 1 BY 1 UNTIL RATE-IDX > 6
007500             IF  RATE-TYPE-CODE (RATE-IDX) = EX-RSVTYPE
007501                 MOVE    "Y"         TO  TYPE-FOUND
007502             END-IF
007503         END-PERFORM
007504         IF  TYPE-FOUND = "N"
007505             MOVE "UNKNOWN ROOM TYPE -- POLICY NOT RECORDED."
007506                                             TO  MSG-ERR
007507             MOVE    "N"     TO  VALID-SW
007508         END-IF
007509     END-IF.
007510     IF  VALID-SW = "Y"
007511         IF  EX-CXLDAYS NOT NUMERIC
007512             MOVE "FREE-CANCEL DAYS ARE INVALID."   TO  MSG-ERR
007513             MOVE    "N"     TO  VALID-SW
007514         END-IF
007515     END-IF.
007516     IF  VALID-SW = "Y"
007517         IF  EX-CXLNIGHTS NOT NUMERIC
007518             MOVE "PENALTY NIGHTS ARE INVALID."     TO  MSG-ERR
007519             MOVE    "N"     TO  VALID-SW
007520         END-IF
007521     END-IF.
007522     IF  VALID-SW = "N"
007523         PERFORM RAISE-ERROR
007524     ELSE
007525         PERFORM RECORD-POLICY
007526     END-IF.
007527*
007528 MAIN-EX.
007529     EXIT    PROGRAM.
007530*
007531 RECORD-POLICY SECTION.
007532*
007533***  STATUS 22 ON THE WRITE MEANS THE TYPE ALREADY HAS A  ***
007534***  POLICY -- THE SUPERVISOR IS CHANGING IT, SO IT IS    ***
007535***  REWRITTEN IN PLACE                                   ***
007536*
007537     CALL    "GET-BUSINESS-DATE".
007538     OPEN    I-O     POLICY-FILE.
007539     IF  POL-FILE-STATUS = "35"
007540         OPEN    OUTPUT  POLICY-FILE
007541     END-IF.
007542     MOVE    EX-RSVTYPE      TO  POL-TYPE-KEY.
007543     MOVE    EX-CXLDAYS      TO  POL-FREE-DAYS.
007544     MOVE    EX-CXLNIGHTS    TO  POL-CHARGE-NIGHTS.
007545     MOVE    EX-BUSDATE      TO  POL-CHANGED.
007546     MOVE    EX-USRID        TO  POL-USER.
007547     WRITE   POLICY-RECORD.
007548     IF  POL-FILE-STATUS = "22"
007549         REWRITE POLICY-RECORD
007550     END-IF.
007551     IF  POL-FILE-STATUS NOT = "00"
007552         MOVE "CANCEL POLICY WRITE FAILED -- NOT RECORDED."
007553                                             TO  MSG-ERR
007554         PERFORM RAISE-ERROR
007555     ELSE
007556         MOVE    EX-CXLDAYS      TO  DAYS-ED
007557         MOVE    EX-CXLNIGHTS    TO  NIGHTS-ED
007558         MOVE    SPACES      TO  MSG-ERR
007559         STRING  "CANCEL POLICY FOR " EX-RSVTYPE ": FREE UNTIL"
007560                 DAYS-ED " DAY(S) BEFORE ARRIVAL, THEN"
007561                 NIGHTS-ED " NIGHT(S)."
007562                 DELIMITED BY SIZE   INTO  MSG-ERR
007563         MOVE    "I"         TO  MSG-SEVERITY
007564         MOVE    "DEMOMSG"   TO  POW-0001
007565         CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
007566          BY REFERENCE POW-0001
007567     END-IF.
007568     CLOSE   POLICY-FILE.
007569 RECORD-POLICY-EX.
007570     EXIT.
007571*
007572 RAISE-ERROR SECTION.
007573*
007574***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
007575*
007576     MOVE    "E"         TO  MSG-SEVERITY.
007577     MOVE    "DEMOMSG"   TO  POW-0001.
007578     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
007579      POW-0001 .
007580 RAISE-ERROR-EX.
007581     EXIT.
007582 END PROGRAM "CANCEL-POLICY-MAINTENANCE".
007583 IDENTIFICATION DIVISION.
007584 PROGRAM-ID. "CANCELLATION-REGISTER".
007585******************************************************************
007586*        SHEET(ITEM) ===>    HOTEL
007587*        EVENT       ===>    NIGHTLY BATCH / CANCELLATION REGISTER
007588******************************************************************
007589*   LISTS EVERY CANCELLATION AND NO-SHOW SETTLED ON THE BUSINESS
007590*   DATE FROM THE CXLFILE CANCELLATION MASTER -- RESERVATION,
007591*   KIND, BOOKED ARRIVAL, ROOM AND TYPE, NIGHTS, REASON,
007592*   OPERATOR, THE DEPOSIT HELD, THE PENALTY CHARGED AND THE
007593*   REFUND -- WITH COUNTS AND PENALTY INCOME AND REFUND TOTALS,
007594*   TO CXLRPT FOR THE FRONT OFFICE AND REVENUE.
007595*
007596 ENVIRONMENT DIVISION.
007597 INPUT-OUTPUT SECTION.
007598 FILE-CONTROL.
007599     SELECT CANCEL-FILE        ASSIGN TO  "CXLFILE"
007600         ORGANIZATION IS INDEXED
007601         ACCESS MODE  IS DYNAMIC
007602         RECORD KEY   IS CXL-RSV-NUM
007603         FILE STATUS  IS CXL-FILE-STATUS.
007604     SELECT CANCEL-REPORT-FILE ASSIGN TO  "CXLRPT"
007605         ORGANIZATION IS LINE SEQUENTIAL.
007606 DATA        DIVISION.
007607 FILE SECTION.
007608 FD  CANCEL-FILE.
007609 01  CANCEL-RECORD.
007610     05  CXL-RSV-NUM         PIC X(09).
007611     05  CXL-DATE            PIC X(10).
007612     05  CXL-KIND            PIC X(01).
007613     05  CXL-RSV-DATE        PIC X(10).
007614     05  CXL-ROOM            PIC X(04).
007615     05  CXL-TYPE            PIC X(02).
007616     05  CXL-STAY            PIC X(02).
007617     05  CXL-NAME            PIC X(20).
007618     05  CXL-GROUP           PIC X(05).
007619     05  CXL-NOTICE          PIC 9(04).
007620     05  CXL-REASON          PIC X(20).
007621     05  CXL-USER            PIC X(08).
007622     05  CXL-HELD            PIC 9(07)V9(02).
007623     05  CXL-PENALTY         PIC 9(07)V9(02).
007624     05  CXL-REFUND          PIC 9(07)V9(02).
007625     05  CXL-STAMP           PIC X(14).
007625     05  CXL-TEL             PIC X(12).
007626 FD  CANCEL-REPORT-FILE.
007627 01  CANCEL-REPORT-LINE          PIC X(100).
007628 WORKING-STORAGE SECTION.
007629 77  CXL-FILE-STATUS         PIC X(02).
007630 77  CANCEL-COUNT         PIC 9(04).
007631 77  NOSHOW-COUNT         PIC 9(04).
007632 77  PENALTY-TOTAL        PIC 9(09)V9(02).
007633 77  REFUND-TOTAL         PIC 9(09)V9(02).
007634 77  CANCEL-ED            PIC ZZZ9.
007635 77  NOSHOW-ED            PIC ZZZ9.
007636 77  PENALTY-ED           PIC Z(08)9.9(02).
007637 77  REFUND-ED            PIC Z(08)9.9(02).
007638 77  POW-0001                PIC X(14).
007639 01  REGISTER-DETAIL.
007640     05  R-RSVNUM             PIC X(09).
007641     05  FILLER                  PIC X(01)   VALUE SPACES.
007642     05  R-KIND               PIC X(01).
007643     05  FILLER                  PIC X(01)   VALUE SPACES.
007644     05  R-ARRIVE             PIC X(10).
007645     05  FILLER                  PIC X(01)   VALUE SPACES.
007646     05  R-ROOM               PIC X(04).
007647     05  FILLER                  PIC X(01)   VALUE SPACES.
007648     05  R-TYPE               PIC X(02).
007649     05  FILLER                  PIC X(01)   VALUE SPACES.
007650     05  R-STAY               PIC X(02).
007651     05  FILLER                  PIC X(01)   VALUE SPACES.
007652     05  R-REASON             PIC X(20).
007653     05  FILLER                  PIC X(01)   VALUE SPACES.
007654     05  R-USER               PIC X(08).
007655     05  FILLER                  PIC X(01)   VALUE SPACES.
007656     05  R-HELD               PIC Z(06)9.9(02).
007657     05  FILLER                  PIC X(01)   VALUE SPACES.
007658     05  R-PENALTY            PIC Z(06)9.9(02).
007659     05  FILLER                  PIC X(01)   VALUE SPACES.
007660     05  R-REFUND             PIC Z(06)9.9(02).
007661     05  FILLER                  PIC X(01)   VALUE SPACES.
007662 PROCEDURE   DIVISION.
007663 MAIN                    SECTION.
007664*
007665     CALL    "GET-BUSINESS-DATE".
007666     MOVE    ZERO    TO  CANCEL-COUNT  NOSHOW-COUNT
007667                         PENALTY-TOTAL  REFUND-TOTAL.
007668     OPEN    OUTPUT  CANCEL-REPORT-FILE.
007669     MOVE    SPACES          TO  CANCEL-REPORT-LINE.
007670     STRING  "DAILY CANCELLATION REGISTER " EX-BUSDATE
007671             "  (K: C = CANCELLED, N = NO-SHOW)"
007672             DELIMITED BY SIZE   INTO  CANCEL-REPORT-LINE.
007673     WRITE   CANCEL-REPORT-LINE.
007674     MOVE    SPACES          TO  CANCEL-REPORT-LINE.
007675     STRING  "RSVNUM    K ARRIVAL    ROOM TY NT "
007676             "REASON               "
007677             "OPERATOR        HELD     PENALTY      REFUND"
007678             DELIMITED BY SIZE   INTO  CANCEL-REPORT-LINE.
007679     WRITE   CANCEL-REPORT-LINE.
007680*
007681***  NO CANCELLATION FILE YET SIMPLY MEANS AN EMPTY REGISTER  ***
007682*
007683     OPEN INPUT  CANCEL-FILE.
007684     IF  CXL-FILE-STATUS = "00"
007685         PERFORM UNTIL CXL-FILE-STATUS NOT = "00"
007686             READ CANCEL-FILE NEXT RECORD
007687                 AT END
007688                     MOVE "10"  TO CXL-FILE-STATUS
007689                 NOT AT END
007690                     IF  CXL-DATE = EX-BUSDATE
007691                         PERFORM WRITE-REGISTER-LINE
007692                     END-IF
007693             END-READ
007694         END-PERFORM
007695         CLOSE CANCEL-FILE
007696     END-IF.
007697     MOVE    CANCEL-COUNT    TO  CANCEL-ED.
007698     MOVE    NOSHOW-COUNT    TO  NOSHOW-ED.
007699     MOVE    PENALTY-TOTAL   TO  PENALTY-ED.
007700     MOVE    REFUND-TOTAL    TO  REFUND-ED.
007701     MOVE    SPACES          TO  CANCEL-REPORT-LINE.
007702     STRING  "CANCELLED" CANCEL-ED "  NO-SHOWS" NOSHOW-ED
007703             "  PENALTY INCOME " PENALTY-ED
007704             "  REFUNDED " REFUND-ED
007705             DELIMITED BY SIZE   INTO  CANCEL-REPORT-LINE.
007706     WRITE   CANCEL-REPORT-LINE.
007707     CLOSE   CANCEL-REPORT-FILE.
007708     MOVE    "CANCELLATION REGISTER WRITTEN TO CXLRPT."
007709                                             TO  MSG-ERR.
007710     MOVE    "I"         TO  MSG-SEVERITY.
007711     MOVE    "DEMOMSG"   TO  POW-0001.
007712     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
007713      POW-0001 .
007714*
007715 MAIN-EX.
007716     EXIT    PROGRAM.
007717*
007718 WRITE-REGISTER-LINE SECTION.
007719*
007720     MOVE    CXL-RSV-NUM     TO  R-RSVNUM.
007721     MOVE    CXL-KIND        TO  R-KIND.
007722     MOVE    CXL-RSV-DATE    TO  R-ARRIVE.
007723     MOVE    CXL-ROOM        TO  R-ROOM.
007724     MOVE    CXL-TYPE        TO  R-TYPE.
007725     MOVE    CXL-STAY        TO  R-STAY.
007726     MOVE    CXL-REASON      TO  R-REASON.
007727     MOVE    CXL-USER        TO  R-USER.
007728     MOVE    CXL-HELD        TO  R-HELD.
007729     MOVE    CXL-PENALTY     TO  R-PENALTY.
007730     MOVE    CXL-REFUND      TO  R-REFUND.
007731     MOVE    REGISTER-DETAIL TO  CANCEL-REPORT-LINE.
007732     WRITE   CANCEL-REPORT-LINE.
007733     IF  CXL-KIND = "N"
007734         ADD 1   TO  NOSHOW-COUNT
007735     ELSE
007736         ADD 1   TO  CANCEL-COUNT
007737     END-IF.
007738     ADD     CXL-PENALTY     TO  PENALTY-TOTAL.
007739     ADD     CXL-REFUND      TO  REFUND-TOTAL.
007740 WRITE-REGISTER-LINE-EX.
007741     EXIT.
007742 END PROGRAM "CANCELLATION-REGISTER".
007743 IDENTIFICATION DIVISION.
007744 PROGRAM-ID. "DIRECT-BILL-MAINTENANCE".
007745******************************************************************
007746*        SHEET(ITEM) ===>    HOTEL
007747*        EVENT       ===>    SUPERVISOR DIRECT-BILL ACCOUNT SUBMIT
007748******************************************************************
007749*   OPENS OR CORRECTS DIRECT-BILL ACCOUNT EX-ARACCT ON THE ARACCT
007750*   CITY LEDGER MASTER: NAME, PHONE, THE GROUP WHOSE MEMBERS BILL
007751*   TO IT (EX-ARGROUP, BLANK FOR A CORPORATE ACCOUNT), CREDIT
007752*   LIMIT AND STATUS. A NEW ACCOUNT STARTS WITH NOTHING OWED AND
007753*   NO INVOICES; AN ACCOUNT ALREADY ON FILE KEEPS ITS BALANCE AND
007754*   ITS INVOICE AND LEDGER COUNTERS -- ONLY THE KEYED DETAILS ARE
007755*   REPLACED. A GROUP MAY BILL TO ONE ACTIVE ACCOUNT ONLY. AN
007756*   ACCOUNT STILL OWING MONEY CANNOT BE CLOSED.
007757*
007758 ENVIRONMENT DIVISION.
007759 INPUT-OUTPUT SECTION.
007760 FILE-CONTROL.
007761     SELECT ACCOUNT-FILE       ASSIGN TO  "ARACCT"
007762         ORGANIZATION IS INDEXED
007763         ACCESS MODE  IS DYNAMIC
007764         RECORD KEY   IS ACCT-NUM-KEY
007765         FILE STATUS  IS ACCT-FILE-STATUS.
007766     SELECT GROUP-FILE         ASSIGN TO  "GRPFILE"
007767         ORGANIZATION IS INDEXED
007768         ACCESS MODE  IS DYNAMIC
007769         RECORD KEY   IS GRP-NUM-KEY
007770         FILE STATUS  IS GRP-FILE-STATUS.
007771 DATA        DIVISION.
007772 FILE SECTION.
007773 FD  ACCOUNT-FILE.
007774 01  ACCOUNT-RECORD.
007775     05  ACCT-NUM-KEY        PIC X(06).
007776     05  ACCT-NAME           PIC X(30).
007777     05  ACCT-TEL            PIC X(12).
007778     05  ACCT-GROUP          PIC X(05).
007779*        GROUP WHOSE MEMBERS BILL HERE, SPACES = NONE
007780     05  ACCT-LIMIT          PIC 9(07)V9(02).
007781*        CREDIT LIMIT, ZERO = NO LIMIT
007782     05  ACCT-BALANCE        PIC 9(07)V9(02).
007783     05  ACCT-STAT           PIC X(01).
007784*        "A" = ACTIVE, "C" = CLOSED
007785     05  ACCT-LAST-INV       PIC 9(04).
007786     05  ACCT-LAST-TRN       PIC 9(05).
007787*        LAST INVOICE AND LEDGER SEQUENCE USED ON THE ACCOUNT
007788     05  ACCT-OPENED         PIC X(10).
007789     05  ACCT-USER           PIC X(08).
007790 FD  GROUP-FILE.
007791 01  GROUP-RECORD.
007792     05  GRP-NUM-KEY         PIC X(05).
007793     05  GRP-NAME            PIC X(20).
007794     05  GRP-TEL             PIC X(12).
007795     05  GRP-TYPE            PIC X(02).
007796     05  GRP-ROOMS           PIC 9(02).
007797     05  GRP-DATE            PIC X(10).
007798     05  GRP-STAY            PIC X(02).
007799     05  GRP-ENTERED         PIC X(10).
007800     05  GRP-STAT            PIC X(01).
007801 WORKING-STORAGE SECTION.
007802 77  ACCT-FILE-STATUS        PIC X(02).
007803 77  GRP-FILE-STATUS         PIC X(02).
007804 77  VALID-SW             PIC X(01).
007805 77  NEW-ACCT-SW          PIC X(01).
007806 77  POW-0001                PIC X(14).
007807 PROCEDURE   DIVISION.
007808 MAIN                    SECTION.
007809*
007810***  ACCOUNT MAINTENANCE IS A SUPERVISOR FUNCTION -- A CLERK,  ***
007811***  OR NOBODY SIGNED ON AT ALL, IS REFUSED                    ***
007812*
007813     MOVE    "Y"     TO  VALID-SW.
007814     IF  EX-USRLEVEL NOT = "S"
007815         MOVE "SUPERVISOR SIGN-ON REQUIRED FOR THIS FUNCTION."
007816                                             TO  MSG-ERR
007817         MOVE    "N"     TO  VALID-SW
007818     END-IF.
007819     IF  VALID-SW = "Y"
007820         IF  EX-ARACCT = SPACES
007821             MOVE "DIRECT-BILL ACCOUNT NUMBER IS REQUIRED."
007822                                             TO  MSG-ERR
007823             MOVE    "N"     TO  VALID-SW
007824         END-IF
007825     END-IF.
007826     IF  VALID-SW = "Y"
007827         IF  EX-ARSTAT = SPACE
007828             MOVE    "A"     TO  EX-ARSTAT
007829         END-IF
007830         IF  EX-ARSTAT NOT = "A" AND EX-ARSTAT NOT = "C"
007831             MOVE "ACCOUNT STATUS MUST BE A OR C."    TO  MSG-ERR
007832             MOVE    "N"     TO  VALID-SW
007833         END-IF
007834     END-IF.
007835     IF  VALID-SW = "Y"
007836         IF  EX-ARLIMIT NOT NUMERIC
007837             MOVE "CREDIT LIMIT IS INVALID."          TO  MSG-ERR
007838             MOVE    "N"     TO  VALID-SW
007839         END-IF
007840     END-IF.
007841     IF  VALID-SW = "Y" AND EX-ARGROUP NOT = SPACES
007842         PERFORM CHECK-GROUP-EXISTS
007843     END-IF.
007844     IF  VALID-SW = "N"
007845         PERFORM RAISE-ERROR
007846     ELSE
007847         PERFORM RECORD-ACCOUNT
007848     END-IF.
007849*
007850 MAIN-EX.
007851     EXIT    PROGRAM.
007852*
007853 CHECK-GROUP-EXISTS SECTION.
007854*
007855***  A GROUP MASTER ACCOUNT MUST NAME A BLOCK THE GROUP  ***
007856***  MASTER KNOWS                                        ***
007857*
007858     OPEN INPUT  GROUP-FILE.
007859     IF  GRP-FILE-STATUS NOT = "00"
007860         MOVE "GROUP NUMBER NOT FOUND."       TO  MSG-ERR
007861         MOVE    "N"     TO  VALID-SW
007862     ELSE
007863         MOVE    EX-ARGROUP  TO  GRP-NUM-KEY
007864         READ    GROUP-FILE RECORD
007865         IF  GRP-FILE-STATUS NOT = "00"
007866             MOVE "GROUP NUMBER NOT FOUND."   TO  MSG-ERR
007867             MOVE    "N"     TO  VALID-SW
007868         END-IF
007869         CLOSE   GROUP-FILE
007870     END-IF.
007871 CHECK-GROUP-EXISTS-EX.
007872     EXIT.
007873*
007874 RECORD-ACCOUNT SECTION.
007875*
007876***  AN ACCOUNT ALREADY ON FILE KEEPS WHAT IT OWES AND ITS  ***
007877***  COUNTERS; ONLY THE KEYED DETAILS ARE REPLACED          ***
007878*
007879     CALL    "GET-BUSINESS-DATE".
007880     OPEN    I-O     ACCOUNT-FILE.
007881     IF  ACCT-FILE-STATUS = "35"
007882         OPEN    OUTPUT  ACCOUNT-FILE
007883     END-IF.
007884     IF  EX-ARGROUP NOT = SPACES
007885         PERFORM CHECK-GROUP-NOT-BILLED
007886     END-IF.
007887     IF  VALID-SW = "Y"
007888         MOVE    "N"         TO  NEW-ACCT-SW
007889         MOVE    EX-ARACCT   TO  ACCT-NUM-KEY
007890         READ    ACCOUNT-FILE RECORD
007891         IF  ACCT-FILE-STATUS NOT = "00"
007892             MOVE    "Y"         TO  NEW-ACCT-SW
007893             MOVE    SPACES      TO  ACCOUNT-RECORD
007894             MOVE    EX-ARACCT   TO  ACCT-NUM-KEY
007895             MOVE    ZERO        TO  ACCT-BALANCE  ACCT-LAST-INV
007896                                     ACCT-LAST-TRN
007897             MOVE    EX-BUSDATE  TO  ACCT-OPENED
007898         END-IF
007899         IF  EX-ARSTAT = "C" AND ACCT-BALANCE > ZERO
007900             MOVE "ACCOUNT STILL OWES MONEY -- NOT CLOSED."
007901                                             TO  MSG-ERR
007902             MOVE    "N"     TO  VALID-SW
007903         END-IF
007904     END-IF.
007905     IF  VALID-SW = "Y"
007906         MOVE    EX-ARNAME   TO  ACCT-NAME
007907         MOVE    EX-ARTEL    TO  ACCT-TEL
007908         MOVE    EX-ARGROUP  TO  ACCT-GROUP
007909         MOVE    EX-ARLIMIT  TO  ACCT-LIMIT
007910         MOVE    EX-ARSTAT   TO  ACCT-STAT
007911         MOVE    EX-USRID    TO  ACCT-USER
007912         IF  NEW-ACCT-SW = "Y"
007913             WRITE   ACCOUNT-RECORD
007914         ELSE
007915             REWRITE ACCOUNT-RECORD
007916         END-IF
007917         IF  ACCT-FILE-STATUS NOT = "00"
007918             MOVE "ACCOUNT MASTER WRITE FAILED -- NOT RECORDED."
007919                                             TO  MSG-ERR
007920             MOVE    "N"     TO  VALID-SW
007921         END-IF
007922     END-IF.
007923     CLOSE   ACCOUNT-FILE.
007924     IF  VALID-SW = "N"
007925         PERFORM RAISE-ERROR
007926     ELSE
007927         MOVE    SPACES      TO  MSG-ERR
007928         IF  NEW-ACCT-SW = "Y"
007929             STRING  "DIRECT-BILL ACCOUNT " EX-ARACCT " OPENED."
007930                     DELIMITED BY SIZE   INTO  MSG-ERR
007931         ELSE
007932             STRING  "DIRECT-BILL ACCOUNT " EX-ARACCT " UPDATED."
007933                     DELIMITED BY SIZE   INTO  MSG-ERR
007934         END-IF
007935         MOVE    "I"         TO  MSG-SEVERITY
007936         MOVE    "DEMOMSG"   TO  POW-0001
007937         CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
007938          BY REFERENCE POW-0001
007939     END-IF.
007940 RECORD-ACCOUNT-EX.
007941     EXIT.
007942*
007943 CHECK-GROUP-NOT-BILLED SECTION.
007944*
007945***  A GROUP BILLS TO ONE ACTIVE ACCOUNT -- ANOTHER ACCOUNT  ***
007946***  ALREADY CARRYING IT WOULD LEAVE THE CHECK-OUT GUESSING  ***
007947*
007948     MOVE    LOW-VALUES  TO  ACCT-NUM-KEY.
007949     START   ACCOUNT-FILE KEY NOT < ACCT-NUM-KEY.
007950     PERFORM UNTIL ACCT-FILE-STATUS NOT = "00"
007951         READ ACCOUNT-FILE NEXT RECORD
007952             AT END
007953                 MOVE "10"  TO ACCT-FILE-STATUS
007954             NOT AT END
007955                 IF  ACCT-GROUP = EX-ARGROUP
007956                         AND ACCT-STAT = "A"
007957                         AND ACCT-NUM-KEY NOT = EX-ARACCT
007958                     MOVE
007959                       "GROUP ALREADY BILLS TO ANOTHER ACCOUNT."
007960                                             TO  MSG-ERR
007961                     MOVE    "N"     TO  VALID-SW
007962                 END-IF
007963         END-READ
007964     END-PERFORM.
007965 CHECK-GROUP-NOT-BILLED-EX.
007966     EXIT.
007967*
007968 RAISE-ERROR SECTION.
007969*
007970***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
007971*
007972     MOVE    "E"         TO  MSG-SEVERITY.
007973     MOVE    "DEMOMSG"   TO  POW-0001.
007974     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
007975      POW-0001 .
007976 RAISE-ERROR-EX.
007977     EXIT.
007978 END PROGRAM "DIRECT-BILL-MAINTENANCE".
007979 IDENTIFICATION DIVISION.
007980 PROGRAM-ID. "TRANSFER-TO-CITY-LEDGER".
007981******************************************************************
007982*        SHEET(ITEM) ===>    HOTEL
007983*        EVENT       ===>    DESK CHECK-OUT DIRECT-BILL TRANSFER
007984******************************************************************
007985*   MOVES THE BALANCE DUE ON THE DEPARTURE FOLIO (FOLIO-BALANCE,
007986*   LEFT BY CHECK-OUT-GUEST FOR RESERVATION EX-RSVNUM) OFF THE
007987*   GUEST LEDGER AND ONTO A DIRECT-BILL ACCOUNT ON THE CITY
007988*   LEDGER. THE ACCOUNT IS EX-ARACCT; LEFT BLANK FOR A GROUP
007989*   MEMBER, IT IS THE GROUP'S MASTER ACCOUNT. THE ACCOUNT MUST
007990*   BE ACTIVE AND THE INVOICE MUST FIT UNDER ITS CREDIT LIMIT.
007991*   THE TRANSFER RAISES AN OPEN INVOICE ON ARINV, A LEDGER ROW
007992*   ON ARTRN AND THE ACCOUNT BALANCE, AND SETTLES THE FOLIO WITH
007993*   A KIND "T" POSTING ON PAYFILE SO THE GUEST OWES NOTHING MORE
007994*   AT THE DESK.
007995*
007996 ENVIRONMENT DIVISION.
007997 INPUT-OUTPUT SECTION.
007998 FILE-CONTROL.
007999     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
008000         ORGANIZATION IS INDEXED
008001         ACCESS MODE  IS DYNAMIC
008002         RECORD KEY   IS RSV-NUM-KEY
008003         FILE STATUS  IS RSV-FILE-STATUS.
008004     SELECT ACCOUNT-FILE       ASSIGN TO  "ARACCT"
008005         ORGANIZATION IS INDEXED
008006         ACCESS MODE  IS DYNAMIC
008007         RECORD KEY   IS ACCT-NUM-KEY
008008         FILE STATUS  IS ACCT-FILE-STATUS.
008009     SELECT INVOICE-FILE       ASSIGN TO  "ARINV"
008010         ORGANIZATION IS INDEXED
008011         ACCESS MODE  IS DYNAMIC
008012         RECORD KEY   IS INV-ID-KEY
008013         FILE STATUS  IS INV-FILE-STATUS.
008014     SELECT LEDGER-FILE        ASSIGN TO  "ARTRN"
008015         ORGANIZATION IS INDEXED
008016         ACCESS MODE  IS DYNAMIC
008017         RECORD KEY   IS TRN-ID-KEY
008018         FILE STATUS  IS TRN-FILE-STATUS.
008019     SELECT PAYMENT-FILE       ASSIGN TO  "PAYFILE"
008020         ORGANIZATION IS INDEXED
008021         ACCESS MODE  IS DYNAMIC
008022         RECORD KEY   IS PAY-ID-KEY
008023         FILE STATUS  IS PAY-FILE-STATUS.
008024 DATA        DIVISION.
008025 FILE SECTION.
008026 FD  RESERVATION-FILE.
008027 01  RESERVATION-RECORD.
008028     05  RSV-NUM-KEY         PIC X(09).
008029     05  RSV-DATE-KEY        PIC X(10).
008030     05  RSV-ROOM-KEY        PIC X(04).
008031     05  RSV-NAME-KEY        PIC X(20).
008032     05  RSV-TEL-KEY         PIC X(12).
008033     05  RSV-STAY-KEY        PIC X(02).
008034     05  RSV-ARRIVE-KEY      PIC X(10).
008035     05  RSV-DEPART-KEY      PIC X(10).
008036     05  RSV-STAT-KEY        PIC X(01).
008037     05  RSV-GROUP-KEY       PIC X(05).
008038     05  RSV-USER-KEY        PIC X(08).
008038     05  RSV-SOURCE-KEY      PIC X(01).
008038     05  RSV-AGENT-KEY       PIC X(08).
008039 FD  ACCOUNT-FILE.
008040 01  ACCOUNT-RECORD.
008041     05  ACCT-NUM-KEY        PIC X(06).
008042     05  ACCT-NAME           PIC X(30).
008043     05  ACCT-TEL            PIC X(12).
008044     05  ACCT-GROUP          PIC X(05).
008045     05  ACCT-LIMIT          PIC 9(07)V9(02).
008046     05  ACCT-BALANCE        PIC 9(07)V9(02).
008047     05  ACCT-STAT           PIC X(01).
008048     05  ACCT-LAST-INV       PIC 9(04).
008049     05  ACCT-LAST-TRN       PIC 9(05).
008050     05  ACCT-OPENED         PIC X(10).
008051     05  ACCT-USER           PIC X(08).
008052 FD  INVOICE-FILE.
008053 01  INVOICE-RECORD.
008054     05  INV-ID-KEY.
008055         07  INV-ACCT        PIC X(06).
008056         07  INV-SEQ         PIC 9(04).
008057     05  INV-DATE            PIC X(10).
008058     05  INV-RSV-NUM         PIC X(09).
008059     05  INV-NAME            PIC X(20).
008060     05  INV-ROOM            PIC X(04).
008061     05  INV-GROUP           PIC X(05).
008062     05  INV-AMOUNT          PIC 9(07)V9(02).
008063     05  INV-PAID            PIC 9(07)V9(02).
008064     05  INV-STAT            PIC X(01).
008065*        "O" = OPEN, "P" = PAID IN FULL
008066     05  INV-USER            PIC X(08).
008067 FD  LEDGER-FILE.
008068 01  LEDGER-RECORD.
008069     05  TRN-ID-KEY.
008070         07  TRN-ACCT        PIC X(06).
008071         07  TRN-SEQ         PIC 9(05).
008072     05  TRN-DATE            PIC X(10).
008073     05  TRN-KIND            PIC X(01).
008074*        "I" = INVOICE RAISED, "P" = PAYMENT RECEIVED
008075     05  TRN-INV-SEQ         PIC 9(04).
008076     05  TRN-RSV-NUM         PIC X(09).
008077     05  TRN-REF             PIC X(12).
008078     05  TRN-AMOUNT          PIC 9(07)V9(02).
008079     05  TRN-USER            PIC X(08).
008080 FD  PAYMENT-FILE.
008081 01  PAYMENT-RECORD.
008082     05  PAY-ID-KEY.
008083         07  PAY-RSV-NUM     PIC X(09).
008084         07  PAY-SEQ         PIC 9(02).
008085     05  PAY-DATE            PIC X(10).
008086     05  PAY-KIND            PIC X(01).
008087*        "D" = DEPOSIT, "P" = PAYMENT AT THE DESK,
008088*        "X" = CANCELLATION PENALTY, "R" = REFUND,
008089*        "T" = TRANSFERRED TO THE CITY LEDGER
008090     05  PAY-AMOUNT          PIC 9(07)V9(02).
008091 WORKING-STORAGE SECTION.
008092 77  RSV-FILE-STATUS         PIC X(02).
008093 77  ACCT-FILE-STATUS        PIC X(02).
008094 77  INV-FILE-STATUS         PIC X(02).
008095 77  TRN-FILE-STATUS         PIC X(02).
008096 77  PAY-FILE-STATUS         PIC X(02).
008097 77  VALID-SW             PIC X(01).
008098 77  BILL-ACCT            PIC X(06).
008099 77  BILL-AMOUNT          PIC 9(07)V9(02).
008100 77  BILL-NAME            PIC X(20).
008101 77  BILL-ROOM            PIC X(04).
008102 77  BILL-GROUP           PIC X(05).
008103 77  NEW-BALANCE          PIC 9(08)V9(02).
008104 77  MAX-PAY-SEQ          PIC 9(02).
008105 77  AMOUNT-ED            PIC Z(06)9.9(02).
008106 77  INV-ED               PIC 9(04).
008106 77  PRIOR-LAST-INV       PIC 9(04).
008106 77  PRIOR-LAST-TRN       PIC 9(05).
008107 77  POW-0001                PIC X(14).
008108 PROCEDURE   DIVISION.
008109 MAIN                    SECTION.
008110*
008111***  ONLY A BALANCE STILL OWED CAN BE BILLED, AND ONLY TO AN  ***
008112***  ACCOUNT THAT CAN TAKE IT                                 ***
008113*
008114     MOVE    "Y"     TO  VALID-SW.
008115     IF  FOLIO-BALANCE NOT > ZERO
008116         MOVE "NO BALANCE DUE -- NOTHING TRANSFERRED."
008117                                             TO  MSG-ERR
008118         MOVE    "N"     TO  VALID-SW
008119     ELSE
008120         MOVE    FOLIO-BALANCE   TO  BILL-AMOUNT
008121     END-IF.
008122     IF  VALID-SW = "Y"
008123         PERFORM LOAD-RESERVATION
008124     END-IF.
008125     IF  VALID-SW = "Y"
008126         PERFORM RESOLVE-BILL-ACCOUNT
008127     END-IF.
008128     IF  VALID-SW = "N"
008129         PERFORM RAISE-ERROR
008130     ELSE
008131         CALL    "GET-BUSINESS-DATE"
008132         PERFORM RAISE-INVOICE
008132         IF  VALID-SW = "Y"
008132             PERFORM SETTLE-GUEST-FOLIO
008132             IF  VALID-SW = "N"
008132                 PERFORM REVERSE-INVOICE
008132             END-IF
008132         END-IF
008136         IF  VALID-SW = "N"
008137             PERFORM RAISE-ERROR
008138         ELSE
008139             PERFORM RAISE-TRANSFER-MESSAGE
008140         END-IF
008141     END-IF.
008142*
008143 MAIN-EX.
008144     EXIT    PROGRAM.
008145*
008146 LOAD-RESERVATION SECTION.
008147*
008148     OPEN INPUT  RESERVATION-FILE.
008149     IF  RSV-FILE-STATUS NOT = "00"
008150         MOVE "RESERVATION NUMBER NOT FOUND." TO  MSG-ERR
008151         MOVE    "N"     TO  VALID-SW
008152     ELSE
008153         MOVE    EX-RSVNUM   TO  RSV-NUM-KEY
008154         READ    RESERVATION-FILE RECORD
008155         IF  RSV-FILE-STATUS NOT = "00"
008156             MOVE "RESERVATION NUMBER NOT FOUND." TO  MSG-ERR
008157             MOVE    "N"     TO  VALID-SW
008158         ELSE
008159             MOVE    RSV-NAME-KEY    TO  BILL-NAME
008160             MOVE    RSV-ROOM-KEY    TO  BILL-ROOM
008161             MOVE    RSV-GROUP-KEY   TO  BILL-GROUP
008162         END-IF
008163         CLOSE   RESERVATION-FILE
008164     END-IF.
008165 LOAD-RESERVATION-EX.
008166     EXIT.
008167*
008168 RESOLVE-BILL-ACCOUNT SECTION.
008169*
008170***  A KEYED ACCOUNT WINS; OTHERWISE A GROUP MEMBER BILLS TO  ***
008171***  THE ACTIVE ACCOUNT CARRYING ITS GROUP NUMBER             ***
008172*
008173     MOVE    EX-ARACCT   TO  BILL-ACCT.
008174     OPEN INPUT  ACCOUNT-FILE.
008175     IF  ACCT-FILE-STATUS NOT = "00"
008176         MOVE "DIRECT-BILL ACCOUNT NOT FOUND."    TO  MSG-ERR
008177         MOVE    "N"     TO  VALID-SW
008178     ELSE
008179         IF  BILL-ACCT = SPACES AND BILL-GROUP NOT = SPACES
008180             PERFORM FIND-GROUP-ACCOUNT
008181         END-IF
008182         IF  BILL-ACCT = SPACES AND VALID-SW = "Y"
008183             MOVE "DIRECT-BILL ACCOUNT NUMBER IS REQUIRED."
008184                                             TO  MSG-ERR
008185             MOVE    "N"     TO  VALID-SW
008186         END-IF
008187         IF  VALID-SW = "Y"
008188             MOVE    BILL-ACCT   TO  ACCT-NUM-KEY
008189             READ    ACCOUNT-FILE RECORD
008190             IF  ACCT-FILE-STATUS NOT = "00"
008191                 MOVE "DIRECT-BILL ACCOUNT NOT FOUND."
008192                                             TO  MSG-ERR
008193                 MOVE    "N"     TO  VALID-SW
008194             END-IF
008195         END-IF
008196         CLOSE   ACCOUNT-FILE
008197     END-IF.
008198     IF  VALID-SW = "Y"
008199         IF  ACCT-STAT NOT = "A"
008200             MOVE "DIRECT-BILL ACCOUNT IS CLOSED."    TO  MSG-ERR
008201             MOVE    "N"     TO  VALID-SW
008202         END-IF
008203     END-IF.
008204     IF  VALID-SW = "Y" AND ACCT-LIMIT > ZERO
008205         COMPUTE NEW-BALANCE = ACCT-BALANCE + BILL-AMOUNT
008206         IF  NEW-BALANCE > ACCT-LIMIT
008207             MOVE "TRANSFER EXCEEDS THE ACCOUNT CREDIT LIMIT."
008208                                             TO  MSG-ERR
008209             MOVE    "N"     TO  VALID-SW
008210         END-IF
008211     END-IF.
008212 RESOLVE-BILL-ACCOUNT-EX.
008213     EXIT.
008214*
008215 FIND-GROUP-ACCOUNT SECTION.
008216*
008217     PERFORM UNTIL ACCT-FILE-STATUS NOT = "00"
008218         READ ACCOUNT-FILE NEXT RECORD
008219             AT END
008220                 MOVE "10"  TO ACCT-FILE-STATUS
008221             NOT AT END
008222                 IF  ACCT-GROUP = BILL-GROUP AND ACCT-STAT = "A"
008223                     MOVE    ACCT-NUM-KEY    TO  BILL-ACCT
008224                 END-IF
008225         END-READ
008226     END-PERFORM.
008227     IF  BILL-ACCT = SPACES
008228         MOVE "GROUP HAS NO DIRECT-BILL ACCOUNT."  TO  MSG-ERR
008229         MOVE    "N"     TO  VALID-SW
008230     END-IF.
008231 FIND-GROUP-ACCOUNT-EX.
008232     EXIT.
008233*
008234 RAISE-INVOICE SECTION.
008235*
008236***  THE ACCOUNT IS RE-READ FOR UPDATE SO ITS COUNTERS AND    ***
008236***  BALANCE MOVE TOGETHER WITH THE INVOICE AND LEDGER ROWS.  ***
008236***  IF A LATER STEP FAILS, THE ROWS ALREADY WRITTEN ARE      ***
008236***  TAKEN BACK OUT, SO NO INVOICE IS LEFT ON ARINV (OR ROW   ***
008236***  ON ARTRN) THAT THE ACCOUNT DOES NOT CARRY. A FOLIO THAT  ***
008236***  THEN FAILS TO SETTLE IS UNDONE BY REVERSE-INVOICE        ***
008238*
008239     OPEN    I-O     ACCOUNT-FILE.
008240     MOVE    BILL-ACCT   TO  ACCT-NUM-KEY.
008241     READ    ACCOUNT-FILE RECORD.
008242     IF  ACCT-FILE-STATUS NOT = "00"
008243         MOVE "DIRECT-BILL ACCOUNT NOT FOUND."    TO  MSG-ERR
008244         MOVE    "N"     TO  VALID-SW
008245     ELSE
008245         MOVE    ACCT-LAST-INV   TO  PRIOR-LAST-INV
008245         MOVE    ACCT-LAST-TRN   TO  PRIOR-LAST-TRN
008245         ADD     1           TO  ACCT-LAST-INV
008245         PERFORM WRITE-INVOICE-ROW
008248         IF  VALID-SW = "Y"
008248             ADD     1           TO  ACCT-LAST-TRN
008248             PERFORM WRITE-LEDGER-ROW
008248             IF  VALID-SW = "N"
008248                 PERFORM UNDO-INVOICE-ROW
008248             END-IF
008248         END-IF
008248         IF  VALID-SW = "Y"
008248             ADD     BILL-AMOUNT TO  ACCT-BALANCE
008248             REWRITE ACCOUNT-RECORD
008248             IF  ACCT-FILE-STATUS NOT = "00"
008248                 MOVE "ACCOUNT MASTER REWRITE FAILED."
008248                                             TO  MSG-ERR
008248                 MOVE    "N"     TO  VALID-SW
008248                 PERFORM UNDO-LEDGER-ROW
008248                 PERFORM UNDO-INVOICE-ROW
008248             END-IF
008248         END-IF
008261     END-IF.
008262     CLOSE   ACCOUNT-FILE.
008263 RAISE-INVOICE-EX.
008264     EXIT.
008265*
008266 WRITE-INVOICE-ROW SECTION.
008267*
008268     OPEN    I-O     INVOICE-FILE.
008269     IF  INV-FILE-STATUS = "35"
008270         OPEN    OUTPUT  INVOICE-FILE
008271     END-IF.
008272     MOVE    SPACES          TO  INVOICE-RECORD.
008273     MOVE    BILL-ACCT       TO  INV-ACCT.
008274     MOVE    ACCT-LAST-INV   TO  INV-SEQ.
008275     MOVE    EX-BUSDATE      TO  INV-DATE.
008276     MOVE    EX-RSVNUM       TO  INV-RSV-NUM.
008277     MOVE    BILL-NAME       TO  INV-NAME.
008278     MOVE    BILL-ROOM       TO  INV-ROOM.
008279     MOVE    BILL-GROUP      TO  INV-GROUP.
008280     MOVE    BILL-AMOUNT     TO  INV-AMOUNT.
008281     MOVE    ZERO            TO  INV-PAID.
008282     MOVE    "O"             TO  INV-STAT.
008283     MOVE    EX-USRID        TO  INV-USER.
008284     WRITE   INVOICE-RECORD.
008285     IF  INV-FILE-STATUS NOT = "00"
008286         MOVE "INVOICE FILE WRITE FAILED -- NOT TRANSFERRED."
008287                                             TO  MSG-ERR
008288         MOVE    "N"     TO  VALID-SW
008289     END-IF.
008290     CLOSE   INVOICE-FILE.
008291 WRITE-INVOICE-ROW-EX.
008292     EXIT.
008293*
008294 WRITE-LEDGER-ROW SECTION.
008295*
008296     OPEN    I-O     LEDGER-FILE.
008297     IF  TRN-FILE-STATUS = "35"
008298         OPEN    OUTPUT  LEDGER-FILE
008299     END-IF.
008300     MOVE    SPACES          TO  LEDGER-RECORD.
008301     MOVE    BILL-ACCT       TO  TRN-ACCT.
008302     MOVE    ACCT-LAST-TRN   TO  TRN-SEQ.
008303     MOVE    EX-BUSDATE      TO  TRN-DATE.
008304     MOVE    "I"             TO  TRN-KIND.
008305     MOVE    ACCT-LAST-INV   TO  TRN-INV-SEQ.
008306     MOVE    EX-RSVNUM       TO  TRN-RSV-NUM.
008307     MOVE    BILL-AMOUNT     TO  TRN-AMOUNT.
008308     MOVE    EX-USRID        TO  TRN-USER.
008309     WRITE   LEDGER-RECORD.
008310     IF  TRN-FILE-STATUS NOT = "00"
008311         MOVE "CITY LEDGER WRITE FAILED -- NOT TRANSFERRED."
008312                                             TO  MSG-ERR
008313         MOVE    "N"     TO  VALID-SW
008314     END-IF.
008315     CLOSE   LEDGER-FILE.
008316 WRITE-LEDGER-ROW-EX.
008316     EXIT.
008316*
008316 REVERSE-INVOICE SECTION.
008316*
008316***  THE FOLIO COULD NOT BE SETTLED, SO THE INVOICE IS TAKEN  ***
008316***  BACK OFF THE CITY LEDGER -- ROWS DELETED, THE BALANCE    ***
008316***  AND COUNTERS PUT BACK -- AND A RETRY BILLS IT ONLY ONCE  ***
008316*
008316     PERFORM UNDO-LEDGER-ROW.
008316     PERFORM UNDO-INVOICE-ROW.
008316     OPEN    I-O     ACCOUNT-FILE.
008316     MOVE    BILL-ACCT   TO  ACCT-NUM-KEY.
008316     READ    ACCOUNT-FILE RECORD.
008316     IF  ACCT-FILE-STATUS = "00"
008316         SUBTRACT BILL-AMOUNT    FROM  ACCT-BALANCE
008316         MOVE    PRIOR-LAST-INV  TO  ACCT-LAST-INV
008316         MOVE    PRIOR-LAST-TRN  TO  ACCT-LAST-TRN
008316         REWRITE ACCOUNT-RECORD
008316     END-IF.
008316     IF  ACCT-FILE-STATUS NOT = "00"
008316         MOVE "FOLIO NOT SETTLED AND INVOICE NOT REVERSED."
008316                                             TO  MSG-ERR
008316     END-IF.
008316     CLOSE   ACCOUNT-FILE.
008316 REVERSE-INVOICE-EX.
008316     EXIT.
008316*
008316 UNDO-INVOICE-ROW SECTION.
008316*
008316     OPEN    I-O     INVOICE-FILE.
008316     IF  INV-FILE-STATUS = "00"
008316         MOVE    BILL-ACCT       TO  INV-ACCT
008316         MOVE    ACCT-LAST-INV   TO  INV-SEQ
008316         DELETE  INVOICE-FILE RECORD
008316         CLOSE   INVOICE-FILE
008316     END-IF.
008316 UNDO-INVOICE-ROW-EX.
008316     EXIT.
008316*
008316 UNDO-LEDGER-ROW SECTION.
008316*
008316     OPEN    I-O     LEDGER-FILE.
008316     IF  TRN-FILE-STATUS = "00"
008316         MOVE    BILL-ACCT       TO  TRN-ACCT
008316         MOVE    ACCT-LAST-TRN   TO  TRN-SEQ
008316         DELETE  LEDGER-FILE RECORD
008316         CLOSE   LEDGER-FILE
008316     END-IF.
008316 UNDO-LEDGER-ROW-EX.
008316     EXIT.
008318*
008319 SETTLE-GUEST-FOLIO SECTION.
008320*
008321***  THE "T" POSTING TAKES THE BALANCE OFF THE GUEST LEDGER,  ***
008322***  UNDER THE NEXT SEQUENCE FOR THE RESERVATION              ***
008323*
008324     MOVE    ZERO    TO  MAX-PAY-SEQ.
008325     OPEN    I-O     PAYMENT-FILE.
008326     IF  PAY-FILE-STATUS = "35"
008327         OPEN    OUTPUT  PAYMENT-FILE
008328     ELSE
008329         MOVE    LOW-VALUES  TO  PAY-ID-KEY
008330         START   PAYMENT-FILE KEY NOT < PAY-ID-KEY
008331         PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
008332             READ PAYMENT-FILE NEXT RECORD
008333                 AT END
008334                     MOVE "10"  TO PAY-FILE-STATUS
008335                 NOT AT END
008336                     IF  PAY-RSV-NUM = EX-RSVNUM
008337                             AND PAY-SEQ > MAX-PAY-SEQ
008338                         MOVE    PAY-SEQ     TO  MAX-PAY-SEQ
008339                     END-IF
008340             END-READ
008341         END-PERFORM
008342     END-IF.
008343     MOVE    EX-RSVNUM       TO  PAY-RSV-NUM.
008344     COMPUTE PAY-SEQ = MAX-PAY-SEQ + 1.
008345     MOVE    EX-BUSDATE      TO  PAY-DATE.
008346     MOVE    "T"             TO  PAY-KIND.
008347     MOVE    BILL-AMOUNT     TO  PAY-AMOUNT.
008348     WRITE   PAYMENT-RECORD.
008349     IF  PAY-FILE-STATUS NOT = "00"
008350         MOVE "FOLIO TRANSFER NOT POSTED -- NOTHING BILLED."
008351                                             TO  MSG-ERR
008352         MOVE    "N"     TO  VALID-SW
008353     ELSE
008354         ADD     BILL-AMOUNT     TO  FOLIO-PAID
008355         MOVE    ZERO            TO  FOLIO-BALANCE
008356     END-IF.
008357     CLOSE   PAYMENT-FILE.
008358 SETTLE-GUEST-FOLIO-EX.
008359     EXIT.
008360*
008361 RAISE-TRANSFER-MESSAGE SECTION.
008362*
008363     MOVE    BILL-AMOUNT     TO  AMOUNT-ED.
008364     MOVE    ACCT-LAST-INV   TO  INV-ED.
008365     MOVE    SPACES          TO  MSG-ERR.
008366     STRING  "BALANCE " AMOUNT-ED " BILLED TO ACCOUNT " BILL-ACCT
008367             " INVOICE " INV-ED "."
008368             DELIMITED BY SIZE   INTO  MSG-ERR.
008369     MOVE    "I"         TO  MSG-SEVERITY.
008370     MOVE    "DEMOMSG"   TO  POW-0001.
008371     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
008372      POW-0001 .
008373 RAISE-TRANSFER-MESSAGE-EX.
008374     EXIT.
008375*
008376 RAISE-ERROR SECTION.
008377*
008378***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
008379*
008380     MOVE    "E"         TO  MSG-SEVERITY.
008381     MOVE    "DEMOMSG"   TO  POW-0001.
008382     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
008383      POW-0001 .
008384 RAISE-ERROR-EX.
008385     EXIT.
008386 END PROGRAM "TRANSFER-TO-CITY-LEDGER".
008387 IDENTIFICATION DIVISION.
008388 PROGRAM-ID. "POST-CITY-LEDGER-PAYMENT".
008389******************************************************************
008390*        SHEET(ITEM) ===>    HOTEL
008391*        EVENT       ===>    ACCOUNTING DIRECT-BILL PAYMENT SUBMIT
008392******************************************************************
008393*   POSTS A PAYMENT RECEIVED ON DIRECT-BILL ACCOUNT EX-ARACCT
008394*   AGAINST ITS OPEN INVOICES ON ARINV: THE INVOICE IN EX-ARINV
008395*   WHEN ONE IS KEYED, OTHERWISE THE OLDEST OPEN INVOICES FIRST.
008396*   EACH INVOICE TOUCHED GETS A KIND "P" ROW ON THE ARTRN CITY
008397*   LEDGER CARRYING THE REMITTANCE REFERENCE, AND IS MARKED PAID
008398*   ONCE NOTHING IS LEFT OPEN ON IT. THE PAYMENT MAY NOT EXCEED
008399*   WHAT IS OPEN, SO THE ACCOUNT BALANCE NEVER GOES NEGATIVE.
008400*
008401 ENVIRONMENT DIVISION.
008402 INPUT-OUTPUT SECTION.
008403 FILE-CONTROL.
008404     SELECT ACCOUNT-FILE       ASSIGN TO  "ARACCT"
008405         ORGANIZATION IS INDEXED
008406         ACCESS MODE  IS DYNAMIC
008407         RECORD KEY   IS ACCT-NUM-KEY
008408         FILE STATUS  IS ACCT-FILE-STATUS.
008409     SELECT INVOICE-FILE       ASSIGN TO  "ARINV"
008410         ORGANIZATION IS INDEXED
008411         ACCESS MODE  IS DYNAMIC
008412         RECORD KEY   IS INV-ID-KEY
008413         FILE STATUS  IS INV-FILE-STATUS.
008414     SELECT LEDGER-FILE        ASSIGN TO  "ARTRN"
008415         ORGANIZATION IS INDEXED
008416         ACCESS MODE  IS DYNAMIC
008417         RECORD KEY   IS TRN-ID-KEY
008418         FILE STATUS  IS TRN-FILE-STATUS.
008419 DATA        DIVISION.
008420 FILE SECTION.
008421 FD  ACCOUNT-FILE.
008422 01  ACCOUNT-RECORD.
008423     05  ACCT-NUM-KEY        PIC X(06).
008424     05  ACCT-NAME           PIC X(30).
008425     05  ACCT-TEL            PIC X(12).
008426     05  ACCT-GROUP          PIC X(05).
008427     05  ACCT-LIMIT          PIC 9(07)V9(02).
008428     05  ACCT-BALANCE        PIC 9(07)V9(02).
008429     05  ACCT-STAT           PIC X(01).
008430     05  ACCT-LAST-INV       PIC 9(04).
008431     05  ACCT-LAST-TRN       PIC 9(05).
008432     05  ACCT-OPENED         PIC X(10).
008433     05  ACCT-USER           PIC X(08).
008434 FD  INVOICE-FILE.
008435 01  INVOICE-RECORD.
008436     05  INV-ID-KEY.
008437         07  INV-ACCT        PIC X(06).
008438         07  INV-SEQ         PIC 9(04).
008439     05  INV-DATE            PIC X(10).
008440     05  INV-RSV-NUM         PIC X(09).
008441     05  INV-NAME            PIC X(20).
008442     05  INV-ROOM            PIC X(04).
008443     05  INV-GROUP           PIC X(05).
008444     05  INV-AMOUNT          PIC 9(07)V9(02).
008445     05  INV-PAID            PIC 9(07)V9(02).
008446     05  INV-STAT            PIC X(01).
008447*        "O" = OPEN, "P" = PAID IN FULL
008448     05  INV-USER            PIC X(08).
008449 FD  LEDGER-FILE.
008450 01  LEDGER-RECORD.
008451     05  TRN-ID-KEY.
008452         07  TRN-ACCT        PIC X(06).
008453         07  TRN-SEQ         PIC 9(05).
008454     05  TRN-DATE            PIC X(10).
008455     05  TRN-KIND            PIC X(01).
008456*        "I" = INVOICE RAISED, "P" = PAYMENT RECEIVED
008457     05  TRN-INV-SEQ         PIC 9(04).
008458     05  TRN-RSV-NUM         PIC X(09).
008459     05  TRN-REF             PIC X(12).
008460     05  TRN-AMOUNT          PIC 9(07)V9(02).
008461     05  TRN-USER            PIC X(08).
008462 WORKING-STORAGE SECTION.
008463 77  ACCT-FILE-STATUS        PIC X(02).
008464 77  INV-FILE-STATUS         PIC X(02).
008465 77  TRN-FILE-STATUS         PIC X(02).
008466 77  VALID-SW             PIC X(01).
008467 77  REMAINING            PIC 9(07)V9(02).
008468 77  OPEN-AMT             PIC 9(07)V9(02).
008469 77  APPLIED              PIC 9(07)V9(02).
008469 77  POSTED-AMT           PIC 9(07)V9(02).
008470 77  AMOUNT-ED            PIC Z(06)9.9(02).
008471 77  BALANCE-ED           PIC Z(06)9.9(02).
008472 77  POW-0001                PIC X(14).
008473 PROCEDURE   DIVISION.
008474 MAIN                    SECTION.
008475*
008476***  MONEY IS ONLY POSTED TO AN ACCOUNT THE MASTER KNOWS, FOR  ***
008477***  A SANE AMOUNT THAT DOES NOT EXCEED WHAT IS OPEN           ***
008478*
008479     MOVE    "Y"     TO  VALID-SW.
008480     IF  EX-ARAMT NOT NUMERIC OR EX-ARAMT = ZERO
008481         MOVE "PAYMENT AMOUNT IS INVALID."    TO  MSG-ERR
008482         MOVE    "N"     TO  VALID-SW
008483     END-IF.
008484     IF  VALID-SW = "Y"
008485         IF  EX-ARINV NOT NUMERIC
008486             MOVE "INVOICE NUMBER IS INVALID."    TO  MSG-ERR
008487             MOVE    "N"     TO  VALID-SW
008488         END-IF
008489     END-IF.
008490     IF  VALID-SW = "N"
008491         PERFORM RAISE-ERROR
008492     ELSE
008493         OPEN    I-O     ACCOUNT-FILE
008494         IF  ACCT-FILE-STATUS NOT = "00"
008495             MOVE "DIRECT-BILL ACCOUNT NOT FOUND."    TO  MSG-ERR
008496             PERFORM RAISE-ERROR
008497         ELSE
008498             MOVE    EX-ARACCT   TO  ACCT-NUM-KEY
008499             READ    ACCOUNT-FILE RECORD
008500             IF  ACCT-FILE-STATUS NOT = "00"
008501                 MOVE "DIRECT-BILL ACCOUNT NOT FOUND."
008502                                             TO  MSG-ERR
008503                 PERFORM RAISE-ERROR
008504             ELSE
008505                 PERFORM APPLY-PAYMENT
008506             END-IF
008507             CLOSE   ACCOUNT-FILE
008508         END-IF
008509     END-IF.
008510*
008511 MAIN-EX.
008512     EXIT    PROGRAM.
008513*
008514 APPLY-PAYMENT SECTION.
008515*
008516     CALL    "GET-BUSINESS-DATE".
008517     MOVE    EX-ARAMT    TO  REMAINING.
008517     MOVE    ZERO        TO  POSTED-AMT.
008517     OPEN    I-O     INVOICE-FILE.
008519     IF  INV-FILE-STATUS NOT = "00"
008520         MOVE "ACCOUNT HAS NO OPEN INVOICES."     TO  MSG-ERR
008521         MOVE    "N"     TO  VALID-SW
008522     ELSE
008523         IF  EX-ARINV > ZERO
008524             PERFORM CHECK-ONE-INVOICE
008525         ELSE
008526             IF  EX-ARAMT > ACCT-BALANCE
008527                 MOVE "PAYMENT EXCEEDS THE ACCOUNT BALANCE."
008528                                             TO  MSG-ERR
008529                 MOVE    "N"     TO  VALID-SW
008530             END-IF
008531         END-IF
008532         IF  VALID-SW = "Y"
008533             PERFORM OPEN-LEDGER-FILE
008534             IF  EX-ARINV > ZERO
008535                 PERFORM APPLY-TO-INVOICE
008536             ELSE
008537                 PERFORM APPLY-OLDEST-FIRST
008538             END-IF
008539             CLOSE   LEDGER-FILE
008540         END-IF
008541         CLOSE   INVOICE-FILE
008542     END-IF.
008543*
008543***  WHATEVER WAS POSTED TO INVOICES AND THE LEDGER BEFORE  ***
008543***  A FAILURE STILL COMES OFF THE ACCOUNT BALANCE, SO THE  ***
008543***  THREE FILES AGREE                                      ***
008543*
008543     IF  POSTED-AMT > ZERO
008543         REWRITE ACCOUNT-RECORD
008543         IF  ACCT-FILE-STATUS NOT = "00"
008543             MOVE "ACCOUNT MASTER REWRITE FAILED."    TO  MSG-ERR
008543             MOVE    "N"     TO  VALID-SW
008543         END-IF
008543     END-IF.
008550     IF  VALID-SW = "N"
008551         PERFORM RAISE-ERROR
008552     ELSE
008553         MOVE    EX-ARAMT        TO  AMOUNT-ED
008554         MOVE    ACCT-BALANCE    TO  BALANCE-ED
008555         MOVE    SPACES          TO  MSG-ERR
008556         STRING  "PAYMENT OF " AMOUNT-ED " APPLIED TO ACCOUNT "
008557                 EX-ARACCT " -- BALANCE NOW " BALANCE-ED "."
008558                 DELIMITED BY SIZE   INTO  MSG-ERR
008559         MOVE    "I"         TO  MSG-SEVERITY
008560         MOVE    "DEMOMSG"   TO  POW-0001
008561         CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
008562          BY REFERENCE POW-0001
008563     END-IF.
008564 APPLY-PAYMENT-EX.
008565     EXIT.
008566*
008567 CHECK-ONE-INVOICE SECTION.
008568*
008569***  A KEYED INVOICE MUST BE THIS ACCOUNT'S, STILL OPEN, AND  ***
008570***  OWE AT LEAST THE AMOUNT RECEIVED                         ***
008571*
008572     MOVE    EX-ARACCT   TO  INV-ACCT.
008573     MOVE    EX-ARINV    TO  INV-SEQ.
008574     READ    INVOICE-FILE RECORD.
008575     IF  INV-FILE-STATUS NOT = "00"
008576         MOVE "INVOICE NOT FOUND ON THIS ACCOUNT."    TO  MSG-ERR
008577         MOVE    "N"     TO  VALID-SW
008578     ELSE
008579         COMPUTE OPEN-AMT = INV-AMOUNT - INV-PAID
008580         IF  INV-STAT NOT = "O" OR EX-ARAMT > OPEN-AMT
008581             MOVE "PAYMENT EXCEEDS WHAT IS OPEN ON THE INVOICE."
008582                                             TO  MSG-ERR
008583             MOVE    "N"     TO  VALID-SW
008584         END-IF
008585     END-IF.
008586 CHECK-ONE-INVOICE-EX.
008587     EXIT.
008588*
008589 OPEN-LEDGER-FILE SECTION.
008590*
008591     OPEN    I-O     LEDGER-FILE.
008592     IF  TRN-FILE-STATUS = "35"
008593         OPEN    OUTPUT  LEDGER-FILE
008594     END-IF.
008595 OPEN-LEDGER-FILE-EX.
008596     EXIT.
008597*
008598 APPLY-OLDEST-FIRST SECTION.
008599*
008600***  THE INVOICE KEY IS ACCOUNT PLUS SEQUENCE, SO KEY ORDER  ***
008601***  IS OLDEST FIRST WITHIN THE ACCOUNT                      ***
008602*
008603     MOVE    EX-ARACCT   TO  INV-ACCT.
008604     MOVE    ZERO        TO  INV-SEQ.
008605     START   INVOICE-FILE KEY NOT < INV-ID-KEY.
008606     PERFORM UNTIL INV-FILE-STATUS NOT = "00"
008607                 OR REMAINING = ZERO
008608         READ INVOICE-FILE NEXT RECORD
008609             AT END
008610                 MOVE "10"  TO INV-FILE-STATUS
008611             NOT AT END
008612                 IF  INV-ACCT NOT = EX-ARACCT
008613                     MOVE "10"  TO INV-FILE-STATUS
008614                 ELSE
008615                     IF  INV-STAT = "O"
008616                         PERFORM APPLY-TO-INVOICE
008617                     END-IF
008618                 END-IF
008619         END-READ
008620     END-PERFORM.
008621 APPLY-OLDEST-FIRST-EX.
008622     EXIT.
008623*
008624 APPLY-TO-INVOICE SECTION.
008625*
008626***  TAKE AS MUCH OF WHAT IS LEFT OF THE PAYMENT AS THIS    ***
008626***  INVOICE STILL OWES. THE LEDGER ROW IS WRITTEN FIRST    ***
008626***  AND THE INVOICE MARKED PAID ONLY ONCE IT IS ON FILE;   ***
008626***  ON ANY FAILURE NOTHING MORE OF THE PAYMENT IS APPLIED  ***
008628*
008629     COMPUTE OPEN-AMT = INV-AMOUNT - INV-PAID.
008630     IF  REMAINING < OPEN-AMT
008631         MOVE    REMAINING   TO  APPLIED
008632     ELSE
008633         MOVE    OPEN-AMT    TO  APPLIED
008634     END-IF.
008635     ADD     1           TO  ACCT-LAST-TRN.
008635     MOVE    SPACES          TO  LEDGER-RECORD.
008635     MOVE    EX-ARACCT       TO  TRN-ACCT.
008635     MOVE    ACCT-LAST-TRN   TO  TRN-SEQ.
008635     MOVE    EX-BUSDATE      TO  TRN-DATE.
008635     MOVE    "P"             TO  TRN-KIND.
008635     MOVE    INV-SEQ         TO  TRN-INV-SEQ.
008635     MOVE    INV-RSV-NUM     TO  TRN-RSV-NUM.
008635     MOVE    EX-ARREF        TO  TRN-REF.
008635     MOVE    APPLIED         TO  TRN-AMOUNT.
008635     MOVE    EX-USRID        TO  TRN-USER.
008635     WRITE   LEDGER-RECORD.
008635     IF  TRN-FILE-STATUS NOT = "00"
008635         MOVE "CITY LEDGER WRITE FAILED."     TO  MSG-ERR
008635         MOVE    "N"     TO  VALID-SW
008635         MOVE    ZERO    TO  REMAINING
008635         SUBTRACT 1          FROM    ACCT-LAST-TRN
008635     ELSE
008635         ADD     APPLIED     TO  INV-PAID
008635         IF  INV-PAID = INV-AMOUNT
008635             MOVE    "P"         TO  INV-STAT
008635         END-IF
008635         REWRITE INVOICE-RECORD
008635         IF  INV-FILE-STATUS NOT = "00"
008635             MOVE "INVOICE FILE REWRITE FAILED."      TO  MSG-ERR
008635             MOVE    "N"     TO  VALID-SW
008635             MOVE    ZERO    TO  REMAINING
008635             DELETE  LEDGER-FILE RECORD
008635             SUBTRACT 1          FROM    ACCT-LAST-TRN
008635         ELSE
008635             SUBTRACT APPLIED    FROM    REMAINING
008635             SUBTRACT APPLIED    FROM    ACCT-BALANCE
008635             ADD     APPLIED     TO      POSTED-AMT
008635         END-IF
008635     END-IF.
008664 APPLY-TO-INVOICE-EX.
008665     EXIT.
008666*
008667 RAISE-ERROR SECTION.
008668*
008669***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
008670*
008671     MOVE    "E"         TO  MSG-SEVERITY.
008672     MOVE    "DEMOMSG"   TO  POW-0001.
008673     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
008674      POW-0001 .
008675 RAISE-ERROR-EX.
008676     EXIT.
008677 END PROGRAM "POST-CITY-LEDGER-PAYMENT".
008678 IDENTIFICATION DIVISION.
008679 PROGRAM-ID. "CITY-LEDGER-STATEMENT".
008680******************************************************************
008681*        SHEET(ITEM) ===>    HOTEL
008682*        EVENT       ===>    MONTH-END BATCH / CITY LEDGER
008683******************************************************************
008684*   PRINTS ONE STATEMENT PER DIRECT-BILL ACCOUNT ON THE ARACCT
008685*   MASTER FOR THE YEAR/MONTH IN EX-RSVDATE (1:7) -- BLANK OR
008686*   MALFORMED MEANS THE MONTH OF THE BUSINESS DATE. EACH
008687*   STATEMENT SHOWS THE OPENING BALANCE CARRIED FROM THE ARTRN
008688*   CITY LEDGER BEFORE THE MONTH, EVERY INVOICE RAISED AND
008689*   PAYMENT RECEIVED IN THE MONTH, AND THE CLOSING BALANCE DUE.
008690*   AN ACCOUNT WITH NOTHING OWED AND NO ACTIVITY IS SKIPPED.
008691*   OUTPUT GOES TO ARSTMT.
008692*
008693 ENVIRONMENT DIVISION.
008694 INPUT-OUTPUT SECTION.
008695 FILE-CONTROL.
008696     SELECT ACCOUNT-FILE       ASSIGN TO  "ARACCT"
008697         ORGANIZATION IS INDEXED
008698         ACCESS MODE  IS DYNAMIC
008699         RECORD KEY   IS ACCT-NUM-KEY
008700         FILE STATUS  IS ACCT-FILE-STATUS.
008701     SELECT LEDGER-FILE        ASSIGN TO  "ARTRN"
008702         ORGANIZATION IS INDEXED
008703         ACCESS MODE  IS DYNAMIC
008704         RECORD KEY   IS TRN-ID-KEY
008705         FILE STATUS  IS TRN-FILE-STATUS.
008706     SELECT STATEMENT-FILE     ASSIGN TO  "ARSTMT"
008707         ORGANIZATION IS LINE SEQUENTIAL.
008708 DATA        DIVISION.
008709 FILE SECTION.
008710 FD  ACCOUNT-FILE.
008711 01  ACCOUNT-RECORD.
008712     05  ACCT-NUM-KEY        PIC X(06).
008713     05  ACCT-NAME           PIC X(30).
008714     05  ACCT-TEL            PIC X(12).
008715     05  ACCT-GROUP          PIC X(05).
008716     05  ACCT-LIMIT          PIC 9(07)V9(02).
008717     05  ACCT-BALANCE        PIC 9(07)V9(02).
008718     05  ACCT-STAT           PIC X(01).
008719     05  ACCT-LAST-INV       PIC 9(04).
008720     05  ACCT-LAST-TRN       PIC 9(05).
008721     05  ACCT-OPENED         PIC X(10).
008722     05  ACCT-USER           PIC X(08).
008723 FD  LEDGER-FILE.
008724 01  LEDGER-RECORD.
008725     05  TRN-ID-KEY.
008726         07  TRN-ACCT        PIC X(06).
008727         07  TRN-SEQ         PIC 9(05).
008728     05  TRN-DATE            PIC X(10).
008729     05  TRN-KIND            PIC X(01).
008730*        "I" = INVOICE RAISED, "P" = PAYMENT RECEIVED
008731     05  TRN-INV-SEQ         PIC 9(04).
008732     05  TRN-RSV-NUM         PIC X(09).
008733     05  TRN-REF             PIC X(12).
008734     05  TRN-AMOUNT          PIC 9(07)V9(02).
008735     05  TRN-USER            PIC X(08).
008736 FD  STATEMENT-FILE.
008737 01  STATEMENT-LINE              PIC X(80).
008738 WORKING-STORAGE SECTION.
008739 77  ACCT-FILE-STATUS        PIC X(02).
008740 77  TRN-FILE-STATUS         PIC X(02).
008741 77  LEDGER-OPEN          PIC X(01).
008742 77  STMT-MONTH           PIC X(07).
008743 77  OPENING-BAL          PIC S9(09)V9(02).
008744 77  MONTH-CHARGES        PIC 9(09)V9(02).
008745 77  MONTH-CREDITS        PIC 9(09)V9(02).
008746 77  CLOSING-BAL          PIC S9(09)V9(02).
008747 77  MONTH-ROWS           PIC 9(05).
008748 77  STMT-COUNT           PIC 9(05).
008749 77  TOTAL-DUE            PIC S9(09)V9(02).
008750 77  COUNT-ED             PIC ZZZZ9.
008751 77  POW-0001                PIC X(14).
008752 01  STMT-DETAIL.
008753     05  S-DATE               PIC X(10).
008754     05  FILLER                  PIC X(01)   VALUE SPACES.
008755     05  S-KIND               PIC X(08).
008756     05  FILLER                  PIC X(01)   VALUE SPACES.
008757     05  S-INV                PIC 9(04).
008758     05  FILLER                  PIC X(01)   VALUE SPACES.
008759     05  S-REF                PIC X(12).
008760     05  FILLER                  PIC X(01)   VALUE SPACES.
008761     05  S-CHARGE             PIC Z(06)9.9(02) BLANK WHEN ZERO.
008762     05  FILLER                  PIC X(01)   VALUE SPACES.
008763     05  S-CREDIT             PIC Z(06)9.9(02) BLANK WHEN ZERO.
008764     05  FILLER                  PIC X(19)   VALUE SPACES.
008765 01  STMT-TOTAL.
008766     05  T-LABEL              PIC X(38).
008767     05  T-AMOUNT             PIC -(07)9.9(02).
008768     05  FILLER                  PIC X(31)   VALUE SPACES.
008769 PROCEDURE   DIVISION.
008770 MAIN                    SECTION.
008771*
008772     PERFORM RESOLVE-STATEMENT-MONTH.
008773     MOVE    ZERO    TO  STMT-COUNT  TOTAL-DUE.
008774     OPEN    OUTPUT  STATEMENT-FILE.
008775     MOVE    "N"     TO  LEDGER-OPEN.
008776     OPEN INPUT  LEDGER-FILE.
008777     IF  TRN-FILE-STATUS = "00"
008778         MOVE    "Y"     TO  LEDGER-OPEN
008779     END-IF.
008780     OPEN INPUT  ACCOUNT-FILE.
008781     IF  ACCT-FILE-STATUS = "00"
008782         PERFORM UNTIL ACCT-FILE-STATUS NOT = "00"
008783             READ ACCOUNT-FILE NEXT RECORD
008784                 AT END
008785                     MOVE "10"  TO ACCT-FILE-STATUS
008786                 NOT AT END
008787                     PERFORM STATE-ONE-ACCOUNT
008788             END-READ
008789         END-PERFORM
008790         CLOSE ACCOUNT-FILE
008791     END-IF.
008792     IF  LEDGER-OPEN = "Y"
008793         CLOSE   LEDGER-FILE
008794     END-IF.
008795     MOVE    STMT-COUNT      TO  COUNT-ED.
008796     MOVE    SPACES          TO  STMT-TOTAL.
008797     STRING  "STATEMENTS " COUNT-ED "  TOTAL DUE"
008798             DELIMITED BY SIZE   INTO  T-LABEL.
008799     MOVE    TOTAL-DUE       TO  T-AMOUNT.
008800     MOVE    STMT-TOTAL      TO  STATEMENT-LINE.
008801     WRITE   STATEMENT-LINE.
008802     CLOSE   STATEMENT-FILE.
008803     MOVE    "DIRECT-BILL STATEMENTS WRITTEN TO ARSTMT."
008804                                     TO  MSG-ERR.
008805     MOVE    "I"         TO  MSG-SEVERITY.
008806     MOVE    "DEMOMSG"   TO  POW-0001.
008807     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
008808      POW-0001 .
008809*
008810 MAIN-EX.
008811     EXIT    PROGRAM.
008812*
008813 RESOLVE-STATEMENT-MONTH SECTION.
008814*
008815***  "YYYY/MM" IS TAKEN FROM THE FRONT OF EX-RSVDATE -- A  ***
008816***  BLANK OR MALFORMED ENTRY MEANS THE BUSINESS MONTH     ***
008817*
008818     CALL    "GET-BUSINESS-DATE".
008819     IF  EX-RSVDATE (1:4) NUMERIC
008820             AND EX-RSVDATE (5:1) = "/"
008821             AND EX-RSVDATE (6:2) NUMERIC
008822             AND EX-RSVDATE (6:2) > "00"
008823             AND EX-RSVDATE (6:2) < "13"
008824         MOVE    EX-RSVDATE (1:7)    TO  STMT-MONTH
008825     ELSE
008826         MOVE    EX-BUSDATE (1:7)    TO  STMT-MONTH
008827     END-IF.
008828 RESOLVE-STATEMENT-MONTH-EX.
008829     EXIT.
008830*
008831 STATE-ONE-ACCOUNT SECTION.
008832*
008833***  THE FIRST PASS OVER THE ACCOUNT'S LEDGER ROWS FINDS THE  ***
008834***  OPENING BALANCE AND WHETHER THERE IS ANYTHING TO SAY;    ***
008835***  THE SECOND PRINTS THE MONTH'S ROWS                       ***
008836*
008837     MOVE    ZERO    TO  OPENING-BAL  MONTH-CHARGES  MONTH-CREDITS
008838                         MONTH-ROWS.
008839     IF  LEDGER-OPEN = "Y"
008840         PERFORM SUM-OPENING-BALANCE
008841     END-IF.
008842     IF  OPENING-BAL NOT = ZERO OR MONTH-ROWS > 0
008843         ADD     1       TO  STMT-COUNT
008844         MOVE    SPACES  TO  STATEMENT-LINE
008845         STRING  "STATEMENT " ACCT-NUM-KEY "  " ACCT-NAME
008846                 "  MONTH " STMT-MONTH
008847                 DELIMITED BY SIZE   INTO  STATEMENT-LINE
008848         WRITE   STATEMENT-LINE
008849         MOVE    SPACES              TO  STMT-TOTAL
008850         MOVE    "OPENING BALANCE"   TO  T-LABEL
008851         MOVE    OPENING-BAL         TO  T-AMOUNT
008852         MOVE    STMT-TOTAL          TO  STATEMENT-LINE
008853         WRITE   STATEMENT-LINE
008854         IF  MONTH-ROWS > 0
008855             PERFORM PRINT-MONTH-ROWS
008856         END-IF
008857         COMPUTE CLOSING-BAL = OPENING-BAL + MONTH-CHARGES
008858                                            - MONTH-CREDITS
008859         MOVE    SPACES                  TO  STMT-TOTAL
008860         MOVE    "CLOSING BALANCE DUE"   TO  T-LABEL
008861         MOVE    CLOSING-BAL             TO  T-AMOUNT
008862         MOVE    STMT-TOTAL              TO  STATEMENT-LINE
008863         WRITE   STATEMENT-LINE
008864         MOVE    SPACES              TO  STATEMENT-LINE
008865         WRITE   STATEMENT-LINE
008866         ADD     CLOSING-BAL     TO  TOTAL-DUE
008867     END-IF.
008868 STATE-ONE-ACCOUNT-EX.
008869     EXIT.
008870*
008871 SUM-OPENING-BALANCE SECTION.
008872*
008873***  LEDGER ROWS ARE KEYED ACCOUNT PLUS SEQUENCE, SO THE  ***
008874***  ACCOUNT IS READ FROM ITS FIRST KEY UNTIL IT CHANGES  ***
008875*
008876     MOVE    ACCT-NUM-KEY    TO  TRN-ACCT.
008877     MOVE    ZERO            TO  TRN-SEQ.
008878     START   LEDGER-FILE KEY NOT < TRN-ID-KEY.
008879     PERFORM UNTIL TRN-FILE-STATUS NOT = "00"
008880         READ LEDGER-FILE NEXT RECORD
008881             AT END
008882                 MOVE "10"  TO TRN-FILE-STATUS
008883             NOT AT END
008884                 IF  TRN-ACCT NOT = ACCT-NUM-KEY
008885                     MOVE "10"  TO TRN-FILE-STATUS
008886                 ELSE
008887                     IF  TRN-DATE (1:7) < STMT-MONTH
008888                         IF  TRN-KIND = "I"
008889                             ADD TRN-AMOUNT  TO  OPENING-BAL
008890                         ELSE
008891                             SUBTRACT TRN-AMOUNT FROM OPENING-BAL
008892                         END-IF
008893                     END-IF
008894                     IF  TRN-DATE (1:7) = STMT-MONTH
008895                         ADD 1   TO  MONTH-ROWS
008896                     END-IF
008897                 END-IF
008898         END-READ
008899     END-PERFORM.
008900 SUM-OPENING-BALANCE-EX.
008901     EXIT.
008902*
008903 PRINT-MONTH-ROWS SECTION.
008904*
008905     MOVE    ACCT-NUM-KEY    TO  TRN-ACCT.
008906     MOVE    ZERO            TO  TRN-SEQ.
008907     START   LEDGER-FILE KEY NOT < TRN-ID-KEY.
008908     PERFORM UNTIL TRN-FILE-STATUS NOT = "00"
008909         READ LEDGER-FILE NEXT RECORD
008910             AT END
008911                 MOVE "10"  TO TRN-FILE-STATUS
008912             NOT AT END
008913                 IF  TRN-ACCT NOT = ACCT-NUM-KEY
008914                     MOVE "10"  TO TRN-FILE-STATUS
008915                 ELSE
008916                     IF  TRN-DATE (1:7) = STMT-MONTH
008917                         PERFORM PRINT-ONE-ROW
008918                     END-IF
008919                 END-IF
008920         END-READ
008921     END-PERFORM.
008922 PRINT-MONTH-ROWS-EX.
008923     EXIT.
008924*
008925 PRINT-ONE-ROW SECTION.
008926*
008927     MOVE    TRN-DATE        TO  S-DATE.
008928     MOVE    TRN-INV-SEQ     TO  S-INV.
008929     MOVE    ZERO            TO  S-CHARGE  S-CREDIT.
008930     IF  TRN-KIND = "I"
008931         MOVE    "INVOICE "      TO  S-KIND
008932         MOVE    TRN-RSV-NUM     TO  S-REF
008933         MOVE    TRN-AMOUNT      TO  S-CHARGE
008934         ADD     TRN-AMOUNT      TO  MONTH-CHARGES
008935     ELSE
008936         MOVE    "PAYMENT "      TO  S-KIND
008937         MOVE    TRN-REF         TO  S-REF
008938         MOVE    TRN-AMOUNT      TO  S-CREDIT
008939         ADD     TRN-AMOUNT      TO  MONTH-CREDITS
008940     END-IF.
008941     MOVE    STMT-DETAIL     TO  STATEMENT-LINE.
008942     WRITE   STATEMENT-LINE.
008943 PRINT-ONE-ROW-EX.
008944     EXIT.
008945 END PROGRAM "CITY-LEDGER-STATEMENT".
008946 IDENTIFICATION DIVISION.
008947 PROGRAM-ID. "CITY-LEDGER-AGING-REPORT".
008948******************************************************************
008949*        SHEET(ITEM) ===>    HOTEL
008950*        EVENT       ===>    ACCOUNTING BATCH / DIRECT-BILL AGING
008951******************************************************************
008952*   AGES EVERY OPEN INVOICE ON THE ARINV CITY LEDGER AGAINST THE
008953*   BUSINESS DATE AND PRINTS, PER DIRECT-BILL ACCOUNT AND IN
008954*   TOTAL, WHAT IS STILL OWED IN FOUR BANDS: UP TO 30 DAYS, 31 TO
008955*   60, 61 TO 90 AND OVER 90 DAYS FROM THE INVOICE DATE. AN
008956*   ACCOUNT WITH ANYTHING OVER 90 DAYS IS FLAGGED "*" FOR
008957*   ACCOUNTING TO CHASE. OUTPUT GOES TO ARAGE.
008958*
008959 ENVIRONMENT DIVISION.
008960 INPUT-OUTPUT SECTION.
008961 FILE-CONTROL.
008962     SELECT ACCOUNT-FILE       ASSIGN TO  "ARACCT"
008963         ORGANIZATION IS INDEXED
008964         ACCESS MODE  IS DYNAMIC
008965         RECORD KEY   IS ACCT-NUM-KEY
008966         FILE STATUS  IS ACCT-FILE-STATUS.
008967     SELECT INVOICE-FILE       ASSIGN TO  "ARINV"
008968         ORGANIZATION IS INDEXED
008969         ACCESS MODE  IS DYNAMIC
008970         RECORD KEY   IS INV-ID-KEY
008971         FILE STATUS  IS INV-FILE-STATUS.
008972     SELECT AGING-REPORT-FILE  ASSIGN TO  "ARAGE"
008973         ORGANIZATION IS LINE SEQUENTIAL.
008974 DATA        DIVISION.
008975 FILE SECTION.
008976 FD  ACCOUNT-FILE.
008977 01  ACCOUNT-RECORD.
008978     05  ACCT-NUM-KEY        PIC X(06).
008979     05  ACCT-NAME           PIC X(30).
008980     05  ACCT-TEL            PIC X(12).
008981     05  ACCT-GROUP          PIC X(05).
008982     05  ACCT-LIMIT          PIC 9(07)V9(02).
008983     05  ACCT-BALANCE        PIC 9(07)V9(02).
008984     05  ACCT-STAT           PIC X(01).
008985     05  ACCT-LAST-INV       PIC 9(04).
008986     05  ACCT-LAST-TRN       PIC 9(05).
008987     05  ACCT-OPENED         PIC X(10).
008988     05  ACCT-USER           PIC X(08).
008989 FD  INVOICE-FILE.
008990 01  INVOICE-RECORD.
008991     05  INV-ID-KEY.
008992         07  INV-ACCT        PIC X(06).
008993         07  INV-SEQ         PIC 9(04).
008994     05  INV-DATE            PIC X(10).
008995     05  INV-RSV-NUM         PIC X(09).
008996     05  INV-NAME            PIC X(20).
008997     05  INV-ROOM            PIC X(04).
008998     05  INV-GROUP           PIC X(05).
008999     05  INV-AMOUNT          PIC 9(07)V9(02).
009000     05  INV-PAID            PIC 9(07)V9(02).
009001     05  INV-STAT            PIC X(01).
009002*        "O" = OPEN, "P" = PAID IN FULL
009003     05  INV-USER            PIC X(08).
009004 FD  AGING-REPORT-FILE.
009005 01  AGING-REPORT-LINE           PIC X(90).
009006 WORKING-STORAGE SECTION.
009007 77  ACCT-FILE-STATUS        PIC X(02).
009008 77  INV-FILE-STATUS         PIC X(02).
009009 77  TODAY-8              PIC 9(08).
009010 77  TODAY-JUL            PIC 9(07).
009011 77  INV-8                PIC 9(08).
009012 77  INV-JUL              PIC 9(07).
009013 77  AGE-DAYS             PIC S9(07).
009014 77  OPEN-AMT             PIC 9(07)V9(02).
009015 77  BAND-IDX             PIC S9(04) COMP-5.
009016 77  CUR-ACCT             PIC X(06).
009017 77  ACCT-OPEN            PIC X(01).
009018 01  AGE-TABLE.
009019     05  ACCT-BAND   PIC 9(09)V9(02)   OCCURS  5   TIMES.
009020     05  HOUSE-BAND  PIC 9(09)V9(02)   OCCURS  5   TIMES.
009021*        BANDS 1-4 ARE 0-30, 31-60, 61-90 AND OVER 90 DAYS;
009022*        BAND 5 IS THE TOTAL OPEN
009023 77  POW-0001                PIC X(14).
009024 01  AGING-DETAIL.
009025     05  A-ACCT               PIC X(06).
009026     05  FILLER                  PIC X(01)   VALUE SPACES.
009027     05  A-NAME               PIC X(20).
009028     05  A-BAND-LIST.
009029         07  A-BAND-ENTRY    OCCURS  5   TIMES.
009030             09  FILLER          PIC X(01).
009031             09  A-BAND          PIC Z(07)9.9(02).
009032     05  FILLER                  PIC X(01)   VALUE SPACES.
009033     05  A-FLAG               PIC X(01).
009034     05  FILLER                  PIC X(01)   VALUE SPACES.
009035 PROCEDURE   DIVISION.
009036 MAIN                    SECTION.
009037*
009038     CALL    "GET-BUSINESS-DATE".
009039     MOVE    EX-BUSDATE8     TO  TODAY-8.
009040     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(TODAY-8).
009041     PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
009042         MOVE    ZERO    TO  ACCT-BAND (BAND-IDX)
009043                             HOUSE-BAND (BAND-IDX)
009044     END-PERFORM.
009045     MOVE    SPACES  TO  CUR-ACCT.
009046     OPEN    OUTPUT  AGING-REPORT-FILE.
009047     MOVE    SPACES          TO  AGING-REPORT-LINE.
009048     STRING  "DIRECT-BILL AGING AS OF " EX-BUSDATE
009049             DELIMITED BY SIZE   INTO  AGING-REPORT-LINE.
009050     WRITE   AGING-REPORT-LINE.
009051     MOVE    SPACES          TO  AGING-REPORT-LINE.
009052     STRING  "ACCT   NAME                    "
009053             "    0-30 DAYS  31-60 DAYS  61-90 DAYS"
009054             "     OVER 90  TOTAL OPEN"
009055             DELIMITED BY SIZE   INTO  AGING-REPORT-LINE.
009056     WRITE   AGING-REPORT-LINE.
009057     MOVE    "N"     TO  ACCT-OPEN.
009058     OPEN INPUT  ACCOUNT-FILE.
009059     IF  ACCT-FILE-STATUS = "00"
009060         MOVE    "Y"     TO  ACCT-OPEN
009061     END-IF.
009062     OPEN INPUT  INVOICE-FILE.
009063     IF  INV-FILE-STATUS = "00"
009064         PERFORM UNTIL INV-FILE-STATUS NOT = "00"
009065             READ INVOICE-FILE NEXT RECORD
009066                 AT END
009067                     MOVE "10"  TO INV-FILE-STATUS
009068                 NOT AT END
009069                     IF  INV-STAT = "O"
009070                         PERFORM AGE-ONE-INVOICE
009071                     END-IF
009072             END-READ
009073         END-PERFORM
009074         CLOSE INVOICE-FILE
009075     END-IF.
009076     IF  CUR-ACCT NOT = SPACES
009077         PERFORM WRITE-ACCOUNT-LINE
009078     END-IF.
009079     IF  ACCT-OPEN = "Y"
009080         CLOSE   ACCOUNT-FILE
009081     END-IF.
009082     MOVE    SPACES          TO  AGING-DETAIL.
009083     MOVE    "TOTAL "        TO  A-ACCT.
009084     PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
009085         MOVE    HOUSE-BAND (BAND-IDX)   TO  A-BAND (BAND-IDX)
009086     END-PERFORM.
009087     MOVE    AGING-DETAIL    TO  AGING-REPORT-LINE.
009088     WRITE   AGING-REPORT-LINE.
009089     CLOSE   AGING-REPORT-FILE.
009090     MOVE    "DIRECT-BILL AGING REPORT WRITTEN TO ARAGE."
009091                                     TO  MSG-ERR.
009092     MOVE    "I"         TO  MSG-SEVERITY.
009093     MOVE    "DEMOMSG"   TO  POW-0001.
009094     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
009095      POW-0001 .
009096*
009097 MAIN-EX.
009098     EXIT    PROGRAM.
009099*
009100 AGE-ONE-INVOICE SECTION.
009101*
009102***  THE INVOICE KEY IS ACCOUNT PLUS SEQUENCE, SO A CHANGE OF  ***
009103***  ACCOUNT CLOSES OFF THE PREVIOUS ACCOUNT'S LINE            ***
009104*
009105     IF  INV-ACCT NOT = CUR-ACCT
009106         IF  CUR-ACCT NOT = SPACES
009107             PERFORM WRITE-ACCOUNT-LINE
009108         END-IF
009109         MOVE    INV-ACCT    TO  CUR-ACCT
009110     END-IF.
009111     COMPUTE OPEN-AMT = INV-AMOUNT - INV-PAID.
009112     MOVE    INV-DATE (1:4)  TO  INV-8 (1:4).
009113     MOVE    INV-DATE (6:2)  TO  INV-8 (5:2).
009114     MOVE    INV-DATE (9:2)  TO  INV-8 (7:2).
009115     COMPUTE INV-JUL = FUNCTION INTEGER-OF-DATE(INV-8).
009116     COMPUTE AGE-DAYS = TODAY-JUL - INV-JUL.
009117     EVALUATE TRUE
009118     WHEN AGE-DAYS NOT > 30
009119         MOVE    1       TO  BAND-IDX
009120     WHEN AGE-DAYS NOT > 60
009121         MOVE    2       TO  BAND-IDX
009122     WHEN AGE-DAYS NOT > 90
009123         MOVE    3       TO  BAND-IDX
009124     WHEN OTHER
009125         MOVE    4       TO  BAND-IDX
009126     END-EVALUATE.
009127     ADD     OPEN-AMT    TO  ACCT-BAND (BAND-IDX)  ACCT-BAND (5).
009128 AGE-ONE-INVOICE-EX.
009129     EXIT.
009130*
009131 WRITE-ACCOUNT-LINE SECTION.
009132*
009133     MOVE    SPACES      TO  AGING-DETAIL.
009134     MOVE    CUR-ACCT    TO  A-ACCT.
009135     IF  ACCT-OPEN = "Y"
009136         MOVE    CUR-ACCT    TO  ACCT-NUM-KEY
009137         READ    ACCOUNT-FILE RECORD
009138         IF  ACCT-FILE-STATUS = "00"
009139             MOVE    ACCT-NAME   TO  A-NAME
009140         END-IF
009141     END-IF.
009142     IF  ACCT-BAND (4) > ZERO
009143         MOVE    "*"     TO  A-FLAG
009144     END-IF.
009145     PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
009146         MOVE    ACCT-BAND (BAND-IDX)    TO  A-BAND (BAND-IDX)
009147         ADD     ACCT-BAND (BAND-IDX)    TO  HOUSE-BAND (BAND-IDX)
009148         MOVE    ZERO                    TO  ACCT-BAND (BAND-IDX)
009149     END-PERFORM.
009150     MOVE    AGING-DETAIL    TO  AGING-REPORT-LINE.
009151     WRITE   AGING-REPORT-LINE.
009152 WRITE-ACCOUNT-LINE-EX.
009153     EXIT.
009154 END PROGRAM "CITY-LEDGER-AGING-REPORT".
009155 IDENTIFICATION DIVISION.
009156 PROGRAM-ID. "GUEST-LEDGER-TRIAL-BALANCE".
009157******************************************************************
009158*        SHEET(ITEM) ===>    HOTEL
009159*        EVENT       ===>    NIGHTLY BATCH / GUEST LEDGER BALANCE
009160******************************************************************
009161*   PROVES THE GUEST LEDGER FOR THE BUSINESS DATE. THE OPENING
009162*   BALANCE IS THE CLOSING BALANCE OF THE LAST TRIAL BALANCE ON
009163*   GLTRIAL (ON THE VERY FIRST RUN, THE LEDGER DETAIL DATED
009164*   BEFORE TODAY). TO IT ARE ADDED THE ROOM AND TAX THE NIGHT
009165*   AUDIT POSTED TO FOLTRN TODAY AND ANY CANCELLATION PENALTIES
009166*   CHARGED ON PAYFILE; FROM IT ARE TAKEN TODAY'S DEPOSITS AND
009167*   PAYMENTS (NET OF REFUNDS) AND THE BALANCES SETTLED AT
009168*   CHECK-OUT -- BILLED TO THE CITY LEDGER ("T") OR WRITTEN OFF
009169*   THE GUEST LEDGER AS THE GUEST LEFT ("S"). THE RESULT MUST
009170*   EQUAL THE GUEST LEDGER RE-ADDED FROM EVERY FOLTRN AND PAYFILE
009171*   ROW UP TO TODAY; ANY DIFFERENCE IS REPORTED OUT OF BALANCE.
009172*   THE ROOM AND TAX POSTED ARE ALSO PROVED AGAINST TODAY'S
009173*   REVJRNL JOURNAL ROW. THE RESULT IS KEPT ON GLTRIAL (A RERUN
009174*   FOR THE SAME DATE REPLACES IT) AND PRINTED TO TBALRPT. AN
009175*   OUT-OF-BALANCE LEDGER IS RAISED AS A WARNING, NOT AN ERROR,
009176*   SO THE NIGHT'S RUN STILL FINISHES.
009177*
009178 ENVIRONMENT DIVISION.
009179 INPUT-OUTPUT SECTION.
009180 FILE-CONTROL.
009181     SELECT CHARGE-FILE        ASSIGN TO  "FOLTRN"
009182         ORGANIZATION IS INDEXED
009183         ACCESS MODE  IS DYNAMIC
009184         RECORD KEY   IS FOL-ID-KEY
009185         FILE STATUS  IS FOL-FILE-STATUS.
009186     SELECT PAYMENT-FILE       ASSIGN TO  "PAYFILE"
009187         ORGANIZATION IS INDEXED
009188         ACCESS MODE  IS DYNAMIC
009189         RECORD KEY   IS PAY-ID-KEY
009190         FILE STATUS  IS PAY-FILE-STATUS.
009191     SELECT JOURNAL-FILE       ASSIGN TO  "REVJRNL"
009192         ORGANIZATION IS INDEXED
009193         ACCESS MODE  IS DYNAMIC
009194         RECORD KEY   IS JRN-DATE-KEY
009195         FILE STATUS  IS JRN-FILE-STATUS.
009196     SELECT TRIAL-FILE         ASSIGN TO  "GLTRIAL"
009197         ORGANIZATION IS INDEXED
009198         ACCESS MODE  IS DYNAMIC
009199         RECORD KEY   IS TB-DATE-KEY
009200         FILE STATUS  IS TB-FILE-STATUS.
009201     SELECT TRIAL-REPORT-FILE  ASSIGN TO  "TBALRPT"
009202         ORGANIZATION IS LINE SEQUENTIAL.
009203 DATA        DIVISION.
009204 FILE SECTION.
009205 FD  CHARGE-FILE.
009206 01  CHARGE-RECORD.
009207     05  FOL-ID-KEY.
009208         07  FOL-RSV-NUM     PIC X(09).
009209         07  FOL-DATE        PIC X(10).
009210         07  FOL-KIND        PIC X(01).
009211*        "C" = NIGHT OF ROOM AND TAX POSTED BY THE NIGHT AUDIT,
009212*        "S" = BALANCE SETTLED OFF THE GUEST LEDGER AT CHECK-OUT
009213     05  FOL-ROOM            PIC X(04).
009214     05  FOL-TYPE            PIC X(02).
009215     05  FOL-ROOM-CHG        PIC 9(07)V9(02).
009216     05  FOL-TAX-AMT         PIC 9(07)V9(02).
009217     05  FOL-AMOUNT          PIC S9(07)V9(02).
009218*        ROOM PLUS TAX FOR "C"; THE BALANCE SETTLED FOR "S"
009219 FD  PAYMENT-FILE.
009220 01  PAYMENT-RECORD.
009221     05  PAY-ID-KEY.
009222         07  PAY-RSV-NUM     PIC X(09).
009223         07  PAY-SEQ         PIC 9(02).
009224     05  PAY-DATE            PIC X(10).
009225     05  PAY-KIND            PIC X(01).
009226*        "D" = DEPOSIT, "P" = PAYMENT AT THE DESK,
009227*        "X" = CANCELLATION PENALTY, "R" = REFUND,
009228*        "T" = TRANSFERRED TO THE CITY LEDGER
009229     05  PAY-AMOUNT          PIC 9(07)V9(02).
009230 FD  JOURNAL-FILE.
009231 01  JOURNAL-RECORD.
009232     05  JRN-DATE-KEY        PIC X(10).
009233     05  JRN-TYPE-TOTALS     OCCURS  6   TIMES.
009234         07  JRN-TYPE-CODE   PIC X(02).
009235         07  JRN-TYPE-ROOMS  PIC 9(04).
009236         07  JRN-TYPE-ROOM-CHG   PIC 9(09)V9(02).
009237         07  JRN-TYPE-TAX    PIC 9(09)V9(02).
009238     05  JRN-ROOMS-POSTED    PIC 9(04).
009239     05  JRN-ROOM-TOTAL      PIC 9(09)V9(02).
009240     05  JRN-TAX-TOTAL       PIC 9(09)V9(02).
009241     05  JRN-OCC-PCT         PIC 9(03)V9(02).
009242     05  JRN-ADR             PIC 9(07)V9(02).
009243 FD  TRIAL-FILE.
009244 01  TRIAL-RECORD.
009245     05  TB-DATE-KEY         PIC X(10).
009246     05  TB-OPENING          PIC S9(09)V9(02).
009247     05  TB-ROOM-CHG         PIC 9(09)V9(02).
009248     05  TB-TAX-AMT          PIC 9(09)V9(02).
009249     05  TB-PENALTY          PIC 9(09)V9(02).
009250     05  TB-CREDITS          PIC S9(09)V9(02).
009251*        DEPOSITS AND PAYMENTS LESS REFUNDS
009252     05  TB-SETTLED          PIC S9(09)V9(02).
009253     05  TB-CLOSING          PIC S9(09)V9(02).
009254     05  TB-DETAIL           PIC S9(09)V9(02).
009255*        THE GUEST LEDGER RE-ADDED FROM FOLTRN AND PAYFILE
009256     05  TB-DIFF             PIC S9(09)V9(02).
009257     05  TB-STAT             PIC X(01).
009258*        "B" = IN BALANCE, "O" = OUT OF BALANCE
009259     05  TB-JRN-STAT         PIC X(01).
009260*        "A" = AGREES WITH REVJRNL, "D" = DISAGREES,
009261*        "M" = NO JOURNAL ROW FOR THE DATE
009262 FD  TRIAL-REPORT-FILE.
009263 01  TRIAL-REPORT-LINE           PIC X(60).
009264 WORKING-STORAGE SECTION.
009265 77  FOL-FILE-STATUS         PIC X(02).
009266 77  PAY-FILE-STATUS         PIC X(02).
009267 77  JRN-FILE-STATUS         PIC X(02).
009268 77  TB-FILE-STATUS          PIC X(02).
009269 77  TODAY-YMD            PIC X(10).
009270 77  PRIOR-FOUND          PIC X(01).
009271 77  PRIOR-CLOSING        PIC S9(09)V9(02).
009272 77  HIST-LEDGER          PIC S9(09)V9(02).
009273 77  DAY-ROOM             PIC 9(09)V9(02).
009274 77  DAY-TAX              PIC 9(09)V9(02).
009275 77  DAY-PENALTY          PIC 9(09)V9(02).
009276 77  DAY-CREDITS          PIC S9(09)V9(02).
009277 77  DAY-SETTLED          PIC S9(09)V9(02).
009278 77  DETAIL-LEDGER        PIC S9(09)V9(02).
009279 77  TB-OK                PIC X(01).
009280 77  DIFF-ED              PIC -(09)9.9(02).
009281 77  POW-0001                PIC X(14).
009282 01  TRIAL-DETAIL.
009283     05  T-LABEL              PIC X(30).
009284     05  T-SIGN               PIC X(02).
009285     05  T-AMOUNT             PIC -(09)9.9(02).
009286     05  FILLER                  PIC X(15)   VALUE SPACES.
009287 PROCEDURE   DIVISION.
009288 MAIN                    SECTION.
009289*
009290     CALL    "GET-BUSINESS-DATE".
009291     MOVE    EX-BUSDATE      TO  TODAY-YMD.
009292     MOVE    ZERO    TO  PRIOR-CLOSING  HIST-LEDGER  DAY-ROOM
009293                         DAY-TAX  DAY-PENALTY  DAY-CREDITS
009294                         DAY-SETTLED  DETAIL-LEDGER.
009295     MOVE    "Y"     TO  TB-OK.
009296     PERFORM FIND-PRIOR-CLOSING.
009297     PERFORM ADD-CHARGE-DETAIL.
009298     PERFORM ADD-PAYMENT-DETAIL.
009299     PERFORM STRIKE-TRIAL-BALANCE.
009300     PERFORM PROVE-AGAINST-JOURNAL.
009301     PERFORM KEEP-TRIAL-BALANCE.
009302     IF  TB-OK = "Y"
009303         PERFORM PRINT-TRIAL-BALANCE
009304         PERFORM RAISE-TRIAL-MESSAGE
009305     END-IF.
009306*
009307 MAIN-EX.
009308     EXIT    PROGRAM.
009309*
009310 FIND-PRIOR-CLOSING SECTION.
009311*
009312***  THE OPENING BALANCE IS THE CLOSING BALANCE OF THE LATEST  ***
009313***  TRIAL BALANCE STRUCK BEFORE TODAY                         ***
009314*
009315     MOVE    "N"     TO  PRIOR-FOUND.
009316     OPEN INPUT  TRIAL-FILE.
009317     IF  TB-FILE-STATUS = "00"
009318         PERFORM UNTIL TB-FILE-STATUS NOT = "00"
009319             READ TRIAL-FILE NEXT RECORD
009320                 AT END
009321                     MOVE "10"  TO TB-FILE-STATUS
009322                 NOT AT END
009323                     IF  TB-DATE-KEY < TODAY-YMD
009324                         MOVE    "Y"         TO  PRIOR-FOUND
009325                         MOVE    TB-CLOSING  TO  PRIOR-CLOSING
009326                     END-IF
009327             END-READ
009328         END-PERFORM
009329         CLOSE TRIAL-FILE
009330     END-IF.
009331 FIND-PRIOR-CLOSING-EX.
009332     EXIT.
009333*
009334 ADD-CHARGE-DETAIL SECTION.
009335*
009336***  TODAY'S NIGHTS AND SETTLEMENTS FEED THE TRIAL BALANCE;  ***
009337***  EVERY ROW UP TO TODAY FEEDS THE RE-ADDED LEDGER         ***
009338*
009339     OPEN INPUT  CHARGE-FILE.
009340     IF  FOL-FILE-STATUS = "00"
009341         PERFORM UNTIL FOL-FILE-STATUS NOT = "00"
009342             READ CHARGE-FILE NEXT RECORD
009343                 AT END
009344                     MOVE "10"  TO FOL-FILE-STATUS
009345                 NOT AT END
009346                     PERFORM TALLY-ONE-CHARGE
009347             END-READ
009348         END-PERFORM
009349         CLOSE CHARGE-FILE
009350     END-IF.
009351 ADD-CHARGE-DETAIL-EX.
009352     EXIT.
009353*
009354 TALLY-ONE-CHARGE SECTION.
009355*
009356     IF  FOL-DATE NOT > TODAY-YMD
009357         IF  FOL-KIND = "C"
009358             ADD         FOL-AMOUNT  TO  DETAIL-LEDGER
009359         ELSE
009360             SUBTRACT    FOL-AMOUNT  FROM DETAIL-LEDGER
009361         END-IF
009362     END-IF.
009363     IF  FOL-DATE < TODAY-YMD
009364         IF  FOL-KIND = "C"
009365             ADD         FOL-AMOUNT  TO  HIST-LEDGER
009366         ELSE
009367             SUBTRACT    FOL-AMOUNT  FROM HIST-LEDGER
009368         END-IF
009369     END-IF.
009370     IF  FOL-DATE = TODAY-YMD
009371         IF  FOL-KIND = "C"
009372             ADD     FOL-ROOM-CHG    TO  DAY-ROOM
009373             ADD     FOL-TAX-AMT     TO  DAY-TAX
009374         ELSE
009375             ADD     FOL-AMOUNT      TO  DAY-SETTLED
009376         END-IF
009377     END-IF.
009378 TALLY-ONE-CHARGE-EX.
009379     EXIT.
009380*
009381 ADD-PAYMENT-DETAIL SECTION.
009382*
009383     OPEN INPUT  PAYMENT-FILE.
009384     IF  PAY-FILE-STATUS = "00"
009385         PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
009386             READ PAYMENT-FILE NEXT RECORD
009387                 AT END
009388                     MOVE "10"  TO PAY-FILE-STATUS
009389                 NOT AT END
009390                     PERFORM TALLY-ONE-PAYMENT
009391             END-READ
009392         END-PERFORM
009393         CLOSE PAYMENT-FILE
009394     END-IF.
009395 ADD-PAYMENT-DETAIL-EX.
009396     EXIT.
009397*
009398 TALLY-ONE-PAYMENT SECTION.
009399*
009400***  A PENALTY OR A REFUND RAISES WHAT THE GUEST OWES; A       ***
009401***  DEPOSIT, A DESK PAYMENT OR A CITY LEDGER TRANSFER LOWERS  ***
009402***  IT                                                        ***
009403*
009404     IF  PAY-DATE NOT > TODAY-YMD
009405         IF  PAY-KIND = "X" OR PAY-KIND = "R"
009406             ADD         PAY-AMOUNT  TO  DETAIL-LEDGER
009407         ELSE
009408             SUBTRACT    PAY-AMOUNT  FROM DETAIL-LEDGER
009409         END-IF
009410     END-IF.
009411     IF  PAY-DATE < TODAY-YMD
009412         IF  PAY-KIND = "X" OR PAY-KIND = "R"
009413             ADD         PAY-AMOUNT  TO  HIST-LEDGER
009414         ELSE
009415             SUBTRACT    PAY-AMOUNT  FROM HIST-LEDGER
009416         END-IF
009417     END-IF.
009418     IF  PAY-DATE = TODAY-YMD
009419         EVALUATE PAY-KIND
009420         WHEN "X"
009421             ADD         PAY-AMOUNT  TO  DAY-PENALTY
009422         WHEN "R"
009423             SUBTRACT    PAY-AMOUNT  FROM DAY-CREDITS
009424         WHEN "T"
009425             ADD         PAY-AMOUNT  TO  DAY-SETTLED
009426         WHEN OTHER
009427             ADD         PAY-AMOUNT  TO  DAY-CREDITS
009428         END-EVALUATE
009429     END-IF.
009430 TALLY-ONE-PAYMENT-EX.
009431     EXIT.
009432*
009433 STRIKE-TRIAL-BALANCE SECTION.
009434*
009435     MOVE    TODAY-YMD       TO  TB-DATE-KEY.
009436     IF  PRIOR-FOUND = "Y"
009437         MOVE    PRIOR-CLOSING   TO  TB-OPENING
009438     ELSE
009439         MOVE    HIST-LEDGER     TO  TB-OPENING
009440     END-IF.
009441     MOVE    DAY-ROOM        TO  TB-ROOM-CHG.
009442     MOVE    DAY-TAX         TO  TB-TAX-AMT.
009443     MOVE    DAY-PENALTY     TO  TB-PENALTY.
009444     MOVE    DAY-CREDITS     TO  TB-CREDITS.
009445     MOVE    DAY-SETTLED     TO  TB-SETTLED.
009446     COMPUTE TB-CLOSING = TB-OPENING + TB-ROOM-CHG + TB-TAX-AMT
009447                        + TB-PENALTY - TB-CREDITS - TB-SETTLED.
009448     MOVE    DETAIL-LEDGER   TO  TB-DETAIL.
009449     COMPUTE TB-DIFF = TB-DETAIL - TB-CLOSING.
009450     IF  TB-DIFF = ZERO
009451         MOVE    "B"     TO  TB-STAT
009452     ELSE
009453         MOVE    "O"     TO  TB-STAT
009454     END-IF.
009455 STRIKE-TRIAL-BALANCE-EX.
009456     EXIT.
009457*
009458 PROVE-AGAINST-JOURNAL SECTION.
009459*
009460***  THE NIGHT'S CHARGE ROWS MUST ADD UP TO THE REVJRNL ROW  ***
009461***  THE SAME AUDIT WROTE                                    ***
009462*
009463     MOVE    "M"     TO  TB-JRN-STAT.
009464     OPEN INPUT  JOURNAL-FILE.
009465     IF  JRN-FILE-STATUS = "00"
009466         MOVE    TODAY-YMD   TO  JRN-DATE-KEY
009467         READ    JOURNAL-FILE RECORD
009468         IF  JRN-FILE-STATUS = "00"
009469             IF  JRN-ROOM-TOTAL = DAY-ROOM
009470                     AND JRN-TAX-TOTAL = DAY-TAX
009471                 MOVE    "A"     TO  TB-JRN-STAT
009472             ELSE
009473                 MOVE    "D"     TO  TB-JRN-STAT
009474             END-IF
009475         END-IF
009476         CLOSE   JOURNAL-FILE
009477     END-IF.
009478 PROVE-AGAINST-JOURNAL-EX.
009479     EXIT.
009480*
009481 KEEP-TRIAL-BALANCE SECTION.
009482*
009483***  ONE ROW PER BUSINESS DATE -- A RERUN REPLACES IT    ***
009484*
009485     OPEN    I-O     TRIAL-FILE.
009486     IF  TB-FILE-STATUS = "35"
009487         OPEN    OUTPUT  TRIAL-FILE
009488     END-IF.
009489     WRITE   TRIAL-RECORD.
009490     IF  TB-FILE-STATUS = "22"
009491         REWRITE TRIAL-RECORD
009492     END-IF.
009493     IF  TB-FILE-STATUS NOT = "00"
009494         MOVE "TRIAL BALANCE WRITE FAILED -- NOT RECORDED."
009495                                             TO  MSG-ERR
009496         MOVE    "N"     TO  TB-OK
009497         PERFORM RAISE-ERROR
009498     END-IF.
009499     CLOSE   TRIAL-FILE.
009500 KEEP-TRIAL-BALANCE-EX.
009501     EXIT.
009502*
009503 PRINT-TRIAL-BALANCE SECTION.
009504*
009505     OPEN    OUTPUT  TRIAL-REPORT-FILE.
009506     MOVE    SPACES          TO  TRIAL-REPORT-LINE.
009507     STRING  "GUEST LEDGER TRIAL BALANCE " TODAY-YMD
009508             DELIMITED BY SIZE   INTO  TRIAL-REPORT-LINE.
009509     WRITE   TRIAL-REPORT-LINE.
009510     IF  PRIOR-FOUND = "N"
009511         MOVE "OPENING TAKEN FROM LEDGER DETAIL -- FIRST BALANCE"
009512                                     TO  TRIAL-REPORT-LINE
009513         WRITE   TRIAL-REPORT-LINE
009514     END-IF.
009515     MOVE    "OPENING GUEST LEDGER"      TO  T-LABEL.
009516     MOVE    SPACES                      TO  T-SIGN.
009517     MOVE    TB-OPENING                  TO  T-AMOUNT.
009518     PERFORM WRITE-TRIAL-LINE.
009519     MOVE    "ROOM CHARGES POSTED"       TO  T-LABEL.
009520     MOVE    "+ "                        TO  T-SIGN.
009521     MOVE    TB-ROOM-CHG                 TO  T-AMOUNT.
009522     PERFORM WRITE-TRIAL-LINE.
009523     MOVE    "TAX POSTED"                TO  T-LABEL.
009524     MOVE    TB-TAX-AMT                  TO  T-AMOUNT.
009525     PERFORM WRITE-TRIAL-LINE.
009526     MOVE    "CANCELLATION PENALTIES"    TO  T-LABEL.
009527     MOVE    TB-PENALTY                  TO  T-AMOUNT.
009528     PERFORM WRITE-TRIAL-LINE.
009529     MOVE    "DEPOSITS AND PAYMENTS (NET)" TO  T-LABEL.
009530     MOVE    "- "                        TO  T-SIGN.
009531     MOVE    TB-CREDITS                  TO  T-AMOUNT.
009532     PERFORM WRITE-TRIAL-LINE.
009533     MOVE    "SETTLED AT CHECK-OUT"      TO  T-LABEL.
009534     MOVE    TB-SETTLED                  TO  T-AMOUNT.
009535     PERFORM WRITE-TRIAL-LINE.
009536     MOVE    "CLOSING GUEST LEDGER"      TO  T-LABEL.
009537     MOVE    "= "                        TO  T-SIGN.
009538     MOVE    TB-CLOSING                  TO  T-AMOUNT.
009539     PERFORM WRITE-TRIAL-LINE.
009540     MOVE    "GUEST LEDGER DETAIL"       TO  T-LABEL.
009541     MOVE    SPACES                      TO  T-SIGN.
009542     MOVE    TB-DETAIL                   TO  T-AMOUNT.
009543     PERFORM WRITE-TRIAL-LINE.
009544     MOVE    "DIFFERENCE"                TO  T-LABEL.
009545     MOVE    TB-DIFF                     TO  T-AMOUNT.
009546     PERFORM WRITE-TRIAL-LINE.
009547     IF  TB-STAT = "B"
009548         MOVE "GUEST LEDGER IN BALANCE"   TO  TRIAL-REPORT-LINE
009549     ELSE
009550         MOVE "*** GUEST LEDGER OUT OF BALANCE ***"
009551                                             TO  TRIAL-REPORT-LINE
009552     END-IF.
009553     WRITE   TRIAL-REPORT-LINE.
009554     EVALUATE TB-JRN-STAT
009555     WHEN "A"
009556         MOVE "ROOM AND TAX AGREE WITH REVJRNL"
009557                                             TO  TRIAL-REPORT-LINE
009558     WHEN "D"
009559         MOVE "*** ROOM AND TAX DO NOT AGREE WITH REVJRNL ***"
009560                                             TO  TRIAL-REPORT-LINE
009561     WHEN OTHER
009562         MOVE "*** NO REVJRNL ROW FOR THIS DATE ***"
009563                                             TO  TRIAL-REPORT-LINE
009564     END-EVALUATE.
009565     WRITE   TRIAL-REPORT-LINE.
009566     CLOSE   TRIAL-REPORT-FILE.
009567 PRINT-TRIAL-BALANCE-EX.
009568     EXIT.
009569*
009570 WRITE-TRIAL-LINE SECTION.
009571*
009572     MOVE    TRIAL-DETAIL    TO  TRIAL-REPORT-LINE.
009573     WRITE   TRIAL-REPORT-LINE.
009574 WRITE-TRIAL-LINE-EX.
009575     EXIT.
009576*
009577 RAISE-TRIAL-MESSAGE SECTION.
009578*
009579***  AN OUT-OF-BALANCE LEDGER IS A WARNING FOR THE MORNING,  ***
009580***  NOT A REASON TO HOLD THE BUSINESS DATE                  ***
009581*
009582     MOVE    SPACES      TO  MSG-ERR.
009583     IF  TB-STAT = "B" AND TB-JRN-STAT = "A"
009584         STRING  "GUEST LEDGER IN BALANCE FOR " TODAY-YMD "."
009585                 DELIMITED BY SIZE   INTO  MSG-ERR
009586         MOVE    "I"         TO  MSG-SEVERITY
009587     ELSE
009588         IF  TB-STAT = "O"
009589             MOVE    TB-DIFF     TO  DIFF-ED
009590             STRING  "GUEST LEDGER OUT OF BALANCE BY " DIFF-ED
009591                     " -- SEE TBALRPT."
009592                     DELIMITED BY SIZE   INTO  MSG-ERR
009593         ELSE
009594             MOVE
009595               "GUEST LEDGER NOT PROVED TO REVJRNL - SEE TBALRPT."
009596                                             TO  MSG-ERR
009597         END-IF
009598         MOVE    "W"         TO  MSG-SEVERITY
009599     END-IF.
009600     MOVE    "DEMOMSG"   TO  POW-0001.
009601     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
009602      POW-0001 .
009603 RAISE-TRIAL-MESSAGE-EX.
009604     EXIT.
009605*
009606 RAISE-ERROR SECTION.
009607*
009608***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
009609*
009610     MOVE    "E"         TO  MSG-SEVERITY.
009611     MOVE    "DEMOMSG"   TO  POW-0001.
009612     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
009613      POW-0001 .
009614 RAISE-ERROR-EX.
009615     EXIT.
009616 END PROGRAM "GUEST-LEDGER-TRIAL-BALANCE".
009617 IDENTIFICATION DIVISION.
009618 PROGRAM-ID. "HIGH-BALANCE-REPORT".
009619******************************************************************
009620*        SHEET(ITEM) ===>    HOTEL
009621*        EVENT       ===>    NIGHTLY BATCH / HIGH BALANCE REPORT
009622******************************************************************
009623*   LISTS EVERY GUEST RECORDED IN HOUSE (RSV-STAT-KEY = "I")
009624*   WHOSE UNPAID CHARGES ARE OVER THE LIMIT IN EX-HBLIMIT (ZERO
009625*   MEANS THE HOUSE LIMIT). UNPAID CHARGES ARE THE NIGHTS THE
009626*   AUDIT HAS POSTED TO FOLTRN, PLUS ANY PENALTY OR REFUND, LESS
009627*   DEPOSITS, PAYMENTS AND CITY LEDGER TRANSFERS ON PAYFILE --
009628*   THE SAME FIGURE THE GUEST LEDGER TRIAL BALANCE CARRIES FOR
009629*   THE GUEST. OUTPUT GOES TO HIBALRPT.
009630*
009631 ENVIRONMENT DIVISION.
009632 INPUT-OUTPUT SECTION.
009633 FILE-CONTROL.
009634     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
009635         ORGANIZATION IS INDEXED
009636         ACCESS MODE  IS DYNAMIC
009637         RECORD KEY   IS RSV-NUM-KEY
009638         FILE STATUS  IS RSV-FILE-STATUS.
009639     SELECT CHARGE-FILE        ASSIGN TO  "FOLTRN"
009640         ORGANIZATION IS INDEXED
009641         ACCESS MODE  IS DYNAMIC
009642         RECORD KEY   IS FOL-ID-KEY
009643         FILE STATUS  IS FOL-FILE-STATUS.
009644     SELECT PAYMENT-FILE       ASSIGN TO  "PAYFILE"
009645         ORGANIZATION IS INDEXED
009646         ACCESS MODE  IS DYNAMIC
009647         RECORD KEY   IS PAY-ID-KEY
009648         FILE STATUS  IS PAY-FILE-STATUS.
009649     SELECT HIGH-BALANCE-FILE  ASSIGN TO  "HIBALRPT"
009650         ORGANIZATION IS LINE SEQUENTIAL.
009651 DATA        DIVISION.
009652 FILE SECTION.
009653 FD  RESERVATION-FILE.
009654 01  RESERVATION-RECORD.
009655     05  RSV-NUM-KEY         PIC X(09).
009656     05  RSV-DATE-KEY        PIC X(10).
009657     05  RSV-ROOM-KEY        PIC X(04).
009658     05  RSV-NAME-KEY        PIC X(20).
009659     05  RSV-TEL-KEY         PIC X(12).
009660     05  RSV-STAY-KEY        PIC X(02).
009661     05  RSV-ARRIVE-KEY      PIC X(10).
009662     05  RSV-DEPART-KEY      PIC X(10).
009663     05  RSV-STAT-KEY        PIC X(01).
009664     05  RSV-GROUP-KEY       PIC X(05).
009665     05  RSV-USER-KEY        PIC X(08).
009665     05  RSV-SOURCE-KEY      PIC X(01).
009665     05  RSV-AGENT-KEY       PIC X(08).
009666 FD  CHARGE-FILE.
009667 01  CHARGE-RECORD.
009668     05  FOL-ID-KEY.
009669         07  FOL-RSV-NUM     PIC X(09).
009670         07  FOL-DATE        PIC X(10).
009671         07  FOL-KIND        PIC X(01).
009672*        "C" = NIGHT OF ROOM AND TAX POSTED BY THE NIGHT AUDIT,
009673*        "S" = BALANCE SETTLED OFF THE GUEST LEDGER AT CHECK-OUT
009674     05  FOL-ROOM            PIC X(04).
009675     05  FOL-TYPE            PIC X(02).
009676     05  FOL-ROOM-CHG        PIC 9(07)V9(02).
009677     05  FOL-TAX-AMT         PIC 9(07)V9(02).
009678     05  FOL-AMOUNT          PIC S9(07)V9(02).
009679*        ROOM PLUS TAX FOR "C"; THE BALANCE SETTLED FOR "S"
009680 FD  PAYMENT-FILE.
009681 01  PAYMENT-RECORD.
009682     05  PAY-ID-KEY.
009683         07  PAY-RSV-NUM     PIC X(09).
009684         07  PAY-SEQ         PIC 9(02).
009685     05  PAY-DATE            PIC X(10).
009686     05  PAY-KIND            PIC X(01).
009687*        "D" = DEPOSIT, "P" = PAYMENT AT THE DESK,
009688*        "X" = CANCELLATION PENALTY, "R" = REFUND,
009689*        "T" = TRANSFERRED TO THE CITY LEDGER
009690     05  PAY-AMOUNT          PIC 9(07)V9(02).
009691 FD  HIGH-BALANCE-FILE.
009692 01  HIGH-BALANCE-LINE           PIC X(90).
009693 WORKING-STORAGE SECTION.
009694 77  RSV-FILE-STATUS         PIC X(02).
009695 77  FOL-FILE-STATUS         PIC X(02).
009696 77  PAY-FILE-STATUS         PIC X(02).
009697 77  HOUSE-LIMIT          PIC 9(07)V9(02) VALUE 500.
009698 77  BAL-LIMIT            PIC 9(07)V9(02).
009699 77  GUEST-CHARGES        PIC S9(07)V9(02).
009700 77  GUEST-PAID           PIC S9(07)V9(02).
009701 77  GUEST-BALANCE        PIC S9(07)V9(02).
009702 77  CHARGE-OPEN          PIC X(01).
009703 77  PAYMENT-OPEN         PIC X(01).
009704 77  LISTED-COUNT         PIC 9(05).
009705 77  LISTED-TOTAL         PIC S9(09)V9(02).
009706 77  LIMIT-ED             PIC Z(06)9.9(02).
009707 77  COUNT-ED             PIC ZZZZ9.
009708 77  POW-0001                PIC X(14).
009709 01  BALANCE-DETAIL.
009710     05  B-RSVNUM             PIC X(09).
009711     05  FILLER                  PIC X(01)   VALUE SPACES.
009712     05  B-ROOM               PIC X(04).
009713     05  FILLER                  PIC X(01)   VALUE SPACES.
009714     05  B-NAME               PIC X(20).
009715     05  FILLER                  PIC X(01)   VALUE SPACES.
009716     05  B-ARRIVE             PIC X(10).
009717     05  FILLER                  PIC X(01)   VALUE SPACES.
009718     05  B-CHARGES            PIC -(07)9.9(02).
009719     05  FILLER                  PIC X(01)   VALUE SPACES.
009720     05  B-PAID               PIC -(07)9.9(02).
009721     05  FILLER                  PIC X(01)   VALUE SPACES.
009722     05  B-BALANCE            PIC -(07)9.9(02).
009723     05  FILLER                  PIC X(04)   VALUE SPACES.
009724 PROCEDURE   DIVISION.
009725 MAIN                    SECTION.
009726*
009727     IF  EX-HBLIMIT NUMERIC AND EX-HBLIMIT > ZERO
009728         MOVE    EX-HBLIMIT  TO  BAL-LIMIT
009729     ELSE
009730         MOVE    HOUSE-LIMIT TO  BAL-LIMIT
009731     END-IF.
009732     MOVE    ZERO    TO  LISTED-COUNT  LISTED-TOTAL.
009733     OPEN    OUTPUT  HIGH-BALANCE-FILE.
009734     MOVE    BAL-LIMIT       TO  LIMIT-ED.
009735     MOVE    SPACES          TO  HIGH-BALANCE-LINE.
009736     STRING  "IN-HOUSE GUESTS OWING MORE THAN " LIMIT-ED
009737             DELIMITED BY SIZE   INTO  HIGH-BALANCE-LINE.
009738     WRITE   HIGH-BALANCE-LINE.
009739     MOVE    SPACES          TO  HIGH-BALANCE-LINE.
009740     STRING  "RSVNUM    ROOM NAME                 ARRIVED   "
009741             "     CHARGES         PAID      BALANCE"
009742             DELIMITED BY SIZE   INTO  HIGH-BALANCE-LINE.
009743     WRITE   HIGH-BALANCE-LINE.
009744     MOVE    "N"     TO  CHARGE-OPEN  PAYMENT-OPEN.
009745     OPEN INPUT  CHARGE-FILE.
009746     IF  FOL-FILE-STATUS = "00"
009747         MOVE    "Y"     TO  CHARGE-OPEN
009748     END-IF.
009749     OPEN INPUT  PAYMENT-FILE.
009750     IF  PAY-FILE-STATUS = "00"
009751         MOVE    "Y"     TO  PAYMENT-OPEN
009752     END-IF.
009753     OPEN INPUT  RESERVATION-FILE.
009754     IF  RSV-FILE-STATUS = "00"
009755         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
009756             READ RESERVATION-FILE NEXT RECORD
009757                 AT END
009758                     MOVE "10"  TO RSV-FILE-STATUS
009759                 NOT AT END
009760                     IF  RSV-STAT-KEY = "I"
009761                         PERFORM CHECK-ONE-GUEST
009762                     END-IF
009763             END-READ
009764         END-PERFORM
009765         CLOSE RESERVATION-FILE
009766     END-IF.
009767     IF  CHARGE-OPEN = "Y"
009768         CLOSE   CHARGE-FILE
009769     END-IF.
009770     IF  PAYMENT-OPEN = "Y"
009771         CLOSE   PAYMENT-FILE
009772     END-IF.
009773     MOVE    SPACES          TO  BALANCE-DETAIL.
009774     MOVE    LISTED-COUNT    TO  COUNT-ED.
009775     STRING  "LISTED " COUNT-ED
009776             DELIMITED BY SIZE   INTO  B-NAME.
009777     MOVE    LISTED-TOTAL    TO  B-BALANCE.
009778     MOVE    BALANCE-DETAIL  TO  HIGH-BALANCE-LINE.
009779     WRITE   HIGH-BALANCE-LINE.
009780     CLOSE   HIGH-BALANCE-FILE.
009781     MOVE    "HIGH BALANCE REPORT WRITTEN TO HIBALRPT."
009782                                     TO  MSG-ERR.
009783     MOVE    "I"         TO  MSG-SEVERITY.
009784     MOVE    "DEMOMSG"   TO  POW-0001.
009785     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
009786      POW-0001 .
009787*
009788 MAIN-EX.
009789     EXIT    PROGRAM.
009790*
009791 CHECK-ONE-GUEST SECTION.
009792*
009793***  BOTH LEDGERS ARE KEYED BY RESERVATION FIRST, SO EACH IS   ***
009794***  READ FROM THE GUEST'S FIRST KEY UNTIL THE NUMBER CHANGES  ***
009795*
009796     MOVE    ZERO    TO  GUEST-CHARGES  GUEST-PAID.
009797     IF  CHARGE-OPEN = "Y"
009798         MOVE    RSV-NUM-KEY TO  FOL-RSV-NUM
009799         MOVE    LOW-VALUES  TO  FOL-DATE  FOL-KIND
009800         START   CHARGE-FILE KEY NOT < FOL-ID-KEY
009801         PERFORM UNTIL FOL-FILE-STATUS NOT = "00"
009802             READ CHARGE-FILE NEXT RECORD
009803                 AT END
009804                     MOVE "10"  TO FOL-FILE-STATUS
009805                 NOT AT END
009806                     IF  FOL-RSV-NUM NOT = RSV-NUM-KEY
009807                         MOVE "10"  TO FOL-FILE-STATUS
009808                     ELSE
009809                         IF  FOL-KIND = "C"
009810                             ADD FOL-AMOUNT  TO  GUEST-CHARGES
009811                         ELSE
009812                             ADD FOL-AMOUNT  TO  GUEST-PAID
009813                         END-IF
009814                     END-IF
009815             END-READ
009816         END-PERFORM
009817     END-IF.
009818     IF  PAYMENT-OPEN = "Y"
009819         MOVE    RSV-NUM-KEY TO  PAY-RSV-NUM
009820         MOVE    ZERO        TO  PAY-SEQ
009821         START   PAYMENT-FILE KEY NOT < PAY-ID-KEY
009822         PERFORM UNTIL PAY-FILE-STATUS NOT = "00"
009823             READ PAYMENT-FILE NEXT RECORD
009824                 AT END
009825                     MOVE "10"  TO PAY-FILE-STATUS
009826                 NOT AT END
009827                     IF  PAY-RSV-NUM NOT = RSV-NUM-KEY
009828                         MOVE "10"  TO PAY-FILE-STATUS
009829                     ELSE
009830                         PERFORM TALLY-GUEST-PAYMENT
009831                     END-IF
009832             END-READ
009833         END-PERFORM
009834     END-IF.
009835     COMPUTE GUEST-BALANCE = GUEST-CHARGES - GUEST-PAID.
009836     IF  GUEST-BALANCE > BAL-LIMIT
009837         ADD     1               TO  LISTED-COUNT
009838         ADD     GUEST-BALANCE   TO  LISTED-TOTAL
009839         MOVE    RSV-NUM-KEY     TO  B-RSVNUM
009840         MOVE    RSV-ROOM-KEY    TO  B-ROOM
009841         MOVE    RSV-NAME-KEY    TO  B-NAME
009842         MOVE    RSV-ARRIVE-KEY  TO  B-ARRIVE
009843         MOVE    GUEST-CHARGES   TO  B-CHARGES
009844         MOVE    GUEST-PAID      TO  B-PAID
009845         MOVE    GUEST-BALANCE   TO  B-BALANCE
009846         MOVE    BALANCE-DETAIL  TO  HIGH-BALANCE-LINE
009847         WRITE   HIGH-BALANCE-LINE
009848     END-IF.
009849 CHECK-ONE-GUEST-EX.
009850     EXIT.
009851*
009852 TALLY-GUEST-PAYMENT SECTION.
009853*
009854     EVALUATE PAY-KIND
009855     WHEN "X"
009856         ADD         PAY-AMOUNT  TO  GUEST-CHARGES
009857     WHEN "R"
009858         SUBTRACT    PAY-AMOUNT  FROM GUEST-PAID
009859     WHEN OTHER
009860         ADD         PAY-AMOUNT  TO  GUEST-PAID
009861     END-EVALUATE.
009862 TALLY-GUEST-PAYMENT-EX.
009863     EXIT.
009864 END PROGRAM "HIGH-BALANCE-REPORT".
009865 IDENTIFICATION DIVISION.
009866 PROGRAM-ID. "OVERBOOKING-MAINTENANCE".
009867******************************************************************
009868*        SHEET(ITEM) ===>    HOTEL
009869*        EVENT       ===>    SUPERVISOR OVERBOOKING SUBMIT
009870******************************************************************
009871*   RECORDS AN OVERBOOKING ALLOWANCE FOR ROOM TYPE EX-RSVTYPE ON
009872*   THE OVBFILE MASTER: FOR ARRIVALS FROM EX-OBFROM THROUGH
009873*   EX-OBTO THE TYPE MAY BE SOLD EX-OBEXTRA ROOMS PAST ITS
009874*   PHYSICAL COUNT. A RANGE ALREADY ON FILE WITH THE SAME FIRST
009875*   DATE IS CORRECTED IN PLACE; ZERO EXTRA ROOMS WITHDRAWS IT.
009876*   RANGES FOR ONE TYPE MAY NOT OVERLAP, SO ANY ARRIVAL DATE HAS
009877*   AT MOST ONE ALLOWANCE. THE AVAILABILITY FEED IS REFRESHED SO
009878*   THE CENTRAL RESERVATION SYSTEM SEES THE NEW SELLABLE COUNT.
009879*
009880 ENVIRONMENT DIVISION.
009881 INPUT-OUTPUT SECTION.
009882 FILE-CONTROL.
009883     SELECT OVERBOOK-FILE      ASSIGN TO  "OVBFILE"
009884         ORGANIZATION IS INDEXED
009885         ACCESS MODE  IS DYNAMIC
009886         RECORD KEY   IS OVB-ID-KEY
009887         FILE STATUS  IS OVB-FILE-STATUS.
009888 DATA        DIVISION.
009889 FILE SECTION.
009890 FD  OVERBOOK-FILE.
009891 01  OVERBOOK-RECORD.
009892     05  OVB-ID-KEY.
009893         07  OVB-TYPE        PIC X(02).
009894         07  OVB-FROM        PIC X(10).
009895     05  OVB-TO              PIC X(10).
009896     05  OVB-EXTRA           PIC 9(03).
009897*        ROOMS OF THE TYPE THAT MAY BE SOLD PAST ITS PHYSICAL
009898*        COUNT FOR ARRIVALS FROM OVB-FROM THROUGH OVB-TO
009899     05  OVB-CHANGED         PIC X(10).
009900     05  OVB-USER            PIC X(08).
009901 WORKING-STORAGE SECTION.
009902 77  OVB-FILE-STATUS         PIC X(02).
009903 77  RATE-IDX             PIC S9(04) COMP-5.
009904 77  VALID-SW             PIC X(01).
009905 77  TYPE-FOUND           PIC X(01).
009906 77  DATE-OK              PIC X(01).
009907 77  CHECK-DATE           PIC X(10).
009908 77  MONTH-CHECK          PIC 9(02).
009909 77  DAY-CHECK            PIC 9(02).
009910 77  EXTRA-ED             PIC ZZ9.
009911 77  POW-0001                PIC X(14).
009912 PROCEDURE   DIVISION.
009913 MAIN                    SECTION.
009914*
009915***  OVERBOOKING IS A SUPERVISOR FUNCTION -- A CLERK, OR       ***
009916***  NOBODY SIGNED ON AT ALL, IS REFUSED                       ***
009917*
009918     MOVE    "Y"     TO  VALID-SW.
009919     IF  EX-USRLEVEL NOT = "S"
009920         MOVE "SUPERVISOR SIGN-ON REQUIRED FOR THIS FUNCTION."
009921                                             TO  MSG-ERR
009922         MOVE    "N"     TO  VALID-SW
009923     END-IF.
009924*
009925***  THE TYPE MUST BE ON THE RATE LIST, BOTH DATES WELL FORMED ***
009926***  AND IN ORDER, AND THE ROOM COUNT NUMERIC                  ***
009927*
009928     MOVE    "N"     TO  TYPE-FOUND.
009929     IF  VALID-SW = "Y"
009930         PERFORM VARYING RATE-IDX FROM 1 BY 1 UNTIL RATE-IDX > 6
009931             IF  RATE-TYPE-CODE (RATE-IDX) = EX-RSVTYPE
009932                 MOVE    "Y"         TO  TYPE-FOUND
009933             END-IF
009934         END-PERFORM
009935         IF  TYPE-FOUND = "N"
009936             MOVE "UNKNOWN ROOM TYPE -- ALLOWANCE NOT RECORDED."
009937                                             TO  MSG-ERR
009938             MOVE    "N"     TO  VALID-SW
009939         END-IF
009940     END-IF.
009941     IF  VALID-SW = "Y"
009942         MOVE    EX-OBFROM   TO  CHECK-DATE
009943         PERFORM CHECK-ONE-DATE
009944         IF  DATE-OK = "Y"
009945             MOVE    EX-OBTO     TO  CHECK-DATE
009946             PERFORM CHECK-ONE-DATE
009947         END-IF
009948         IF  DATE-OK = "N"
009949             MOVE "ALLOWANCE DATE FORMAT IS INVALID."  TO  MSG-ERR
009950             MOVE    "N"     TO  VALID-SW
009951         END-IF
009952     END-IF.
009953     IF  VALID-SW = "Y"
009954         IF  EX-OBTO < EX-OBFROM
009955             MOVE "ALLOWANCE ENDS BEFORE IT STARTS."   TO  MSG-ERR
009956             MOVE    "N"     TO  VALID-SW
009957         END-IF
009958     END-IF.
009959     IF  VALID-SW = "Y"
009960         IF  EX-OBEXTRA NOT NUMERIC
009961             MOVE "OVERBOOKING ROOM COUNT IS INVALID." TO  MSG-ERR
009962             MOVE    "N"     TO  VALID-SW
009963         END-IF
009964     END-IF.
009965     IF  VALID-SW = "N"
009966         PERFORM RAISE-ERROR
009967     ELSE
009968         PERFORM RECORD-ALLOWANCE
009969     END-IF.
009970*
009971 MAIN-EX.
009972     EXIT    PROGRAM.
009973*
009974 CHECK-ONE-DATE SECTION.
009975*
009976***  SAME "YYYY/MM/DD" RULE AS A BOOKING'S ARRIVAL DATE       ***
009977*
009978     MOVE    "Y"     TO  DATE-OK.
009979     IF  CHECK-DATE (1:4)    NOT NUMERIC
009980      OR CHECK-DATE (5:1)    NOT = "/"
009981      OR CHECK-DATE (6:2)    NOT NUMERIC
009982      OR CHECK-DATE (8:1)    NOT = "/"
009983      OR CHECK-DATE (9:2)    NOT NUMERIC
009984         MOVE    "N"     TO  DATE-OK
009985     ELSE
009986         MOVE    CHECK-DATE (6:2)    TO  MONTH-CHECK
009987         MOVE    CHECK-DATE (9:2)    TO  DAY-CHECK
009988         IF  MONTH-CHECK < 1 OR MONTH-CHECK > 12
009989          OR DAY-CHECK < 1 OR DAY-CHECK > 31
009990             MOVE    "N"     TO  DATE-OK
009991         END-IF
009992     END-IF.
009993 CHECK-ONE-DATE-EX.
009994     EXIT.
009995*
009996 RECORD-ALLOWANCE SECTION.
009997*
009998***  STATUS 22 ON THE WRITE MEANS THE RANGE IS ALREADY ON     ***
009999***  FILE -- THE SUPERVISOR IS CHANGING IT, SO IT IS           ***
010000***  REWRITTEN IN PLACE, OR DELETED WHEN THE COUNT IS ZERO     ***
010001*
010002     CALL    "GET-BUSINESS-DATE".
010003     OPEN    I-O     OVERBOOK-FILE.
010004     IF  OVB-FILE-STATUS = "35"
010005         OPEN    OUTPUT  OVERBOOK-FILE
010006     END-IF.
010007     IF  EX-OBEXTRA > ZERO
010008         PERFORM CHECK-NO-OVERLAP
010009     END-IF.
010010     IF  VALID-SW = "Y"
010011         MOVE    EX-RSVTYPE      TO  OVB-TYPE
010012         MOVE    EX-OBFROM       TO  OVB-FROM
010013         IF  EX-OBEXTRA = ZERO
010014             DELETE  OVERBOOK-FILE RECORD
010015             IF  OVB-FILE-STATUS = "23"
010016                 MOVE "NO ALLOWANCE ON FILE FROM THAT DATE."
010017                                             TO  MSG-ERR
010018                 MOVE    "N"     TO  VALID-SW
010019             END-IF
010020         ELSE
010021             MOVE    EX-OBTO         TO  OVB-TO
010022             MOVE    EX-OBEXTRA      TO  OVB-EXTRA
010023             MOVE    EX-BUSDATE      TO  OVB-CHANGED
010024             MOVE    EX-USRID        TO  OVB-USER
010025             WRITE   OVERBOOK-RECORD
010026             IF  OVB-FILE-STATUS = "22"
010027                 REWRITE OVERBOOK-RECORD
010028             END-IF
010029         END-IF
010030         IF  VALID-SW = "Y" AND OVB-FILE-STATUS NOT = "00"
010031             MOVE "OVERBOOKING WRITE FAILED -- NOT RECORDED."
010032                                             TO  MSG-ERR
010033             MOVE    "N"     TO  VALID-SW
010034         END-IF
010035     END-IF.
010036     CLOSE   OVERBOOK-FILE.
010037     IF  VALID-SW = "N"
010038         PERFORM RAISE-ERROR
010039     ELSE
010040         CALL    "WRITE-AVAILABILITY-FEED"
010041         MOVE    EX-OBEXTRA  TO  EXTRA-ED
010042         MOVE    SPACES      TO  MSG-ERR
010043         IF  EX-OBEXTRA = ZERO
010044             STRING  "OVERBOOKING FOR " EX-RSVTYPE " FROM "
010045                     EX-OBFROM " WITHDRAWN."
010046                     DELIMITED BY SIZE   INTO  MSG-ERR
010047         ELSE
010048             STRING  "OVERBOOKING FOR " EX-RSVTYPE ": " EXTRA-ED
010049                     " EXTRA ROOM(S), " EX-OBFROM " TO " EX-OBTO
010050                     "."
010051                     DELIMITED BY SIZE   INTO  MSG-ERR
010052         END-IF
010053         MOVE    "I"         TO  MSG-SEVERITY
010054         MOVE    "DEMOMSG"   TO  POW-0001
010055         CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
010056          BY REFERENCE POW-0001
010057     END-IF.
010058 RECORD-ALLOWANCE-EX.
010059     EXIT.
010060*
010061 CHECK-NO-OVERLAP SECTION.
010062*
010063***  ANOTHER RANGE OF THE SAME TYPE THAT SHARES ANY ARRIVAL    ***
010064***  DATE WITH THIS ONE WOULD LEAVE THE BOOKING CHECK GUESSING ***
010065***  WHICH ALLOWANCE APPLIES                                   ***
010066*
010067     MOVE    EX-RSVTYPE      TO  OVB-TYPE.
010068     MOVE    LOW-VALUES      TO  OVB-FROM.
010069     START   OVERBOOK-FILE KEY NOT < OVB-ID-KEY.
010070     PERFORM UNTIL OVB-FILE-STATUS NOT = "00"
010071         READ OVERBOOK-FILE NEXT RECORD
010072             AT END
010073                 MOVE "10"  TO OVB-FILE-STATUS
010074             NOT AT END
010075                 IF  OVB-TYPE NOT = EX-RSVTYPE
010076                     MOVE "10"  TO OVB-FILE-STATUS
010077                 ELSE
010078                     IF  OVB-FROM NOT = EX-OBFROM
010079                             AND OVB-FROM NOT > EX-OBTO
010080                             AND OVB-TO NOT < EX-OBFROM
010081                         MOVE
010082                "ALLOWANCE OVERLAPS ANOTHER RANGE FOR THE TYPE."
010083                                             TO  MSG-ERR
010084                         MOVE    "N"     TO  VALID-SW
010085                     END-IF
010086                 END-IF
010087         END-READ
010088     END-PERFORM.
010089 CHECK-NO-OVERLAP-EX.
010090     EXIT.
010091*
010092 RAISE-ERROR SECTION.
010093*
010094***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
010095*
010096     MOVE    "E"         TO  MSG-SEVERITY.
010097     MOVE    "DEMOMSG"   TO  POW-0001.
010098     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
010099      POW-0001 .
010100 RAISE-ERROR-EX.
010101     EXIT.
010102 END PROGRAM "OVERBOOKING-MAINTENANCE".
010103 IDENTIFICATION DIVISION.
010104 PROGRAM-ID. "GET-OVERBOOKING-ALLOWANCE".
010105******************************************************************
010106*        SHEET(ITEM) ===>    HOTEL
010107*        EVENT       ===>    OVERBOOKING ALLOWANCE LOOK-UP
010108******************************************************************
010109*   RETURNS IN EX-OBQEXTRA THE EXTRA ROOMS OF TYPE EX-OBQTYPE
010110*   THAT MAY BE SOLD PAST THE PHYSICAL COUNT FOR AN ARRIVAL ON
010111*   EX-OBQDATE, FROM THE OVBFILE RANGE COVERING THAT DATE. NO
010112*   RANGE, OR NO OVBFILE AT ALL, RETURNS ZERO -- THE TYPE SELLS
010113*   TO ITS PHYSICAL COUNT ONLY.
010114*
010115 ENVIRONMENT DIVISION.
010116 INPUT-OUTPUT SECTION.
010117 FILE-CONTROL.
010118     SELECT OVERBOOK-FILE      ASSIGN TO  "OVBFILE"
010119         ORGANIZATION IS INDEXED
010120         ACCESS MODE  IS DYNAMIC
010121         RECORD KEY   IS OVB-ID-KEY
010122         FILE STATUS  IS OVB-FILE-STATUS.
010123 DATA        DIVISION.
010124 FILE SECTION.
010125 FD  OVERBOOK-FILE.
010126 01  OVERBOOK-RECORD.
010127     05  OVB-ID-KEY.
010128         07  OVB-TYPE        PIC X(02).
010129         07  OVB-FROM        PIC X(10).
010130     05  OVB-TO              PIC X(10).
010131     05  OVB-EXTRA           PIC 9(03).
010132     05  OVB-CHANGED         PIC X(10).
010133     05  OVB-USER            PIC X(08).
010134 WORKING-STORAGE SECTION.
010135 77  OVB-FILE-STATUS         PIC X(02).
010136 PROCEDURE   DIVISION.
010137 MAIN                    SECTION.
010138*
010139***  RANGES ARE KEYED BY TYPE THEN FIRST DATE, SO THE TYPE'S  ***
010140***  ROWS ARE READ IN DATE ORDER UNTIL THE TYPE CHANGES OR A  ***
010141***  RANGE STARTS AFTER THE DATE ASKED ABOUT                  ***
010142*
010143     MOVE    ZERO    TO  EX-OBQEXTRA.
010144     OPEN INPUT  OVERBOOK-FILE.
010145     IF  OVB-FILE-STATUS = "00"
010146         MOVE    EX-OBQTYPE  TO  OVB-TYPE
010147         MOVE    LOW-VALUES  TO  OVB-FROM
010148         START   OVERBOOK-FILE KEY NOT < OVB-ID-KEY
010149         PERFORM UNTIL OVB-FILE-STATUS NOT = "00"
010150             READ OVERBOOK-FILE NEXT RECORD
010151                 AT END
010152                     MOVE "10"  TO OVB-FILE-STATUS
010153                 NOT AT END
010154                     IF  OVB-TYPE NOT = EX-OBQTYPE
010155                             OR OVB-FROM > EX-OBQDATE
010156                         MOVE "10"  TO OVB-FILE-STATUS
010157                     ELSE
010158                         IF  OVB-TO NOT < EX-OBQDATE
010159                             MOVE    OVB-EXTRA   TO  EX-OBQEXTRA
010160                             MOVE "10"  TO OVB-FILE-STATUS
010161                         END-IF
010162                     END-IF
010163             END-READ
010164         END-PERFORM
010165         CLOSE OVERBOOK-FILE
010166     END-IF.
010167*
010168 MAIN-EX.
010169     EXIT    PROGRAM.
010170 END PROGRAM "GET-OVERBOOKING-ALLOWANCE".
010171 IDENTIFICATION DIVISION.
010172 PROGRAM-ID. "ARRIVALS-WALK-LIST".
010173******************************************************************
010174*        SHEET(ITEM) ===>    HOTEL
010175*        EVENT       ===>    MORNING BATCH / ARRIVALS WALK LIST
010176******************************************************************
010177*   ON THE MORNING OF ARRIVAL, COMPARES FOR EACH ROOM TYPE THE
010178*   BOOKINGS DUE TO ARRIVE ON THE BUSINESS DATE WITH THE ROOMS
010179*   ACTUALLY SELLABLE TONIGHT: ROOMS OF THE TYPE NOT FLAGGED
010180*   ROOM-OOO, LESS ROOMS HELD BY IN-HOUSE GUESTS STAYING OVER
010181*   (NOT DUE OUT TODAY). WHERE ARRIVALS EXCEED THE ROOMS LEFT,
010182*   THE SHORTFALL IS MADE UP FROM THE LEAST PROTECTED BOOKINGS
010183*   AND PRINTED AS A WALK LIST TO WALKRPT FOR RELOCATION:
010184*   ORDINARY BOOKINGS FIRST, THEN GROUP MEMBERS, THEN REPEAT
010185*   GUESTS (A PRIOR-STAY COUNT ON THE GUEST MASTER, AS
010186*   LOOK-UP-GUEST-PROFILE SETS IN EX-GSTCOUNT) LAST -- WITHIN
010187*   EACH CLASS THE LATEST BOOKING IS SUGGESTED FIRST.
010188*
010189 ENVIRONMENT DIVISION.
010190 INPUT-OUTPUT SECTION.
010191 FILE-CONTROL.
010192     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
010193         ORGANIZATION IS INDEXED
010194         ACCESS MODE  IS DYNAMIC
010195         RECORD KEY   IS RSV-NUM-KEY
010196         FILE STATUS  IS RSV-FILE-STATUS.
010197     SELECT GUEST-FILE         ASSIGN TO  "GSTFILE"
010198         ORGANIZATION IS INDEXED
010199         ACCESS MODE  IS DYNAMIC
010200         RECORD KEY   IS GST-NUM-KEY
010201         FILE STATUS  IS GST-FILE-STATUS.
010202     SELECT WALK-FILE          ASSIGN TO  "WALKRPT"
010203         ORGANIZATION IS LINE SEQUENTIAL.
010204 DATA        DIVISION.
010205 FILE SECTION.
010206 FD  RESERVATION-FILE.
010207 01  RESERVATION-RECORD.
010208     05  RSV-NUM-KEY         PIC X(09).
010209     05  RSV-DATE-KEY        PIC X(10).
010210     05  RSV-ROOM-KEY        PIC X(04).
010211     05  RSV-NAME-KEY        PIC X(20).
010212     05  RSV-TEL-KEY         PIC X(12).
010213     05  RSV-STAY-KEY        PIC X(02).
010214     05  RSV-ARRIVE-KEY      PIC X(10).
010215     05  RSV-DEPART-KEY      PIC X(10).
010216     05  RSV-STAT-KEY        PIC X(01).
010217     05  RSV-GROUP-KEY       PIC X(05).
010218     05  RSV-USER-KEY        PIC X(08).
010218     05  RSV-SOURCE-KEY      PIC X(01).
010218     05  RSV-AGENT-KEY       PIC X(08).
010219 FD  GUEST-FILE.
010220 01  GUEST-RECORD.
010221     05  GST-NUM-KEY         PIC X(05).
010222     05  GST-NAME-KEY        PIC X(20).
010223     05  GST-TEL-KEY         PIC X(12).
010224     05  GST-STAY-COUNT      PIC 9(04).
010225     05  GST-LAST-DATE       PIC X(10).
010226 FD  WALK-FILE.
010227 01  WALK-LINE                   PIC X(80).
010228 WORKING-STORAGE SECTION.
010229 77  RSV-FILE-STATUS         PIC X(02).
010230 77  GST-FILE-STATUS         PIC X(02).
010231 77  TODAY-JUL            PIC 9(07).
010232 77  ARRIVE-8             PIC 9(08).
010233 77  ARR-JUL              PIC 9(07).
010234 77  NIGHTS               PIC 9(02).
010235 77  DEPART-JUL           PIC 9(07).
010236 77  TYPE-IDX             PIC S9(04) COMP-5.
010237 77  ARR-IDX              PIC S9(04) COMP-5.
010238 77  ARR-COUNT            PIC S9(04) COMP-5.
010239 77  ROOM-TYPE-IDX        PIC S9(04) COMP-5.
010240 77  WALK-CLASS           PIC 9(01).
010241 77  STILL-SHORT          PIC S9(04) COMP-5.
010242 77  WALK-COUNT           PIC 9(04).
010243 77  SKIP-COUNT           PIC 9(04).
010244 77  COUNT-ED             PIC ZZZ9.
010245 77  POW-0001                PIC X(14).
010246 01  TYPE-COUNT-LIST.
010247     05  TYPE-COUNT-ROW  OCCURS  6   TIMES.
010248         07  SELL-CNT    PIC S9(04) COMP-5.
010249         07  STAY-CNT    PIC S9(04) COMP-5.
010250         07  DUE-CNT     PIC S9(04) COMP-5.
010251         07  SHORT-CNT   PIC S9(04) COMP-5.
010252 01  ARRIVAL-LIST.
010253     05  ARRIVAL-ROW     OCCURS  200 TIMES.
010254         07  A-RSVNUM    PIC X(09).
010255         07  A-NAME      PIC X(20).
010256         07  A-TEL       PIC X(12).
010257         07  A-ROOM      PIC X(04).
010258         07  A-TYPE-IDX  PIC S9(04) COMP-5.
010259         07  A-GROUP     PIC X(05).
010260         07  A-STAYS     PIC 9(04).
010261         07  A-CLASS     PIC 9(01).
010262*            1 = ORDINARY, 2 = GROUP MEMBER, 3 = REPEAT GUEST
010263         07  A-WALK      PIC X(01).
010264*            "W" = SUGGESTED FOR RELOCATION
010265 01  TYPE-LINE.
010266     05  T-TYPE               PIC X(02).
010267     05  FILLER                  PIC X(04)   VALUE SPACES.
010268     05  T-SELL               PIC ZZZ9.
010269     05  FILLER                  PIC X(05)   VALUE SPACES.
010270     05  T-STAY               PIC ZZZ9.
010271     05  FILLER                  PIC X(05)   VALUE SPACES.
010272     05  T-DUE                PIC ZZZ9.
010273     05  FILLER                  PIC X(05)   VALUE SPACES.
010274     05  T-SHORT              PIC ZZZ9.
010275     05  FILLER                  PIC X(43)   VALUE SPACES.
010276 01  WALK-DETAIL.
010277     05  W-RSVNUM             PIC X(09).
010278     05  FILLER                  PIC X(01)   VALUE SPACES.
010279     05  W-NAME               PIC X(20).
010280     05  FILLER                  PIC X(01)   VALUE SPACES.
010281     05  W-TEL                PIC X(12).
010282     05  FILLER                  PIC X(01)   VALUE SPACES.
010283     05  W-ROOM               PIC X(04).
010284     05  FILLER                  PIC X(01)   VALUE SPACES.
010285     05  W-TYPE               PIC X(02).
010286     05  FILLER                  PIC X(02)   VALUE SPACES.
010287     05  W-GROUP              PIC X(05).
010288     05  FILLER                  PIC X(01)   VALUE SPACES.
010289     05  W-STAYS              PIC ZZZ9.
010290     05  FILLER                  PIC X(17)   VALUE SPACES.
010291 PROCEDURE   DIVISION.
010292 MAIN                    SECTION.
010293*
010294     CALL    "GET-BUSINESS-DATE".
010295     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(EX-BUSDATE8).
010296     MOVE    ZERO    TO  ARR-COUNT  WALK-COUNT  SKIP-COUNT.
010297     PERFORM COUNT-SELLABLE-ROOMS.
010298     PERFORM LOAD-ARRIVALS-AND-STAYOVERS.
010299     PERFORM LOOK-UP-REPEAT-GUESTS.
010300     PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
010301         COMPUTE SHORT-CNT (TYPE-IDX) = DUE-CNT (TYPE-IDX)
010302                 - (SELL-CNT (TYPE-IDX) - STAY-CNT (TYPE-IDX))
010303         IF  SHORT-CNT (TYPE-IDX) < 0
010304             MOVE    ZERO    TO  SHORT-CNT (TYPE-IDX)
010305         END-IF
010306         IF  SHORT-CNT (TYPE-IDX) > 0
010307             PERFORM PICK-WALKS-FOR-TYPE
010308         END-IF
010309     END-PERFORM.
010310     PERFORM PRINT-WALK-LIST.
010311     MOVE    WALK-COUNT  TO  COUNT-ED.
010312     MOVE    SPACES      TO  MSG-ERR.
010313     STRING  "WALK LIST WRITTEN TO WALKRPT:" COUNT-ED
010314             " BOOKING(S) TO RELOCATE."
010315             DELIMITED BY SIZE   INTO  MSG-ERR.
010316     IF  WALK-COUNT > 0
010317         MOVE    "W"         TO  MSG-SEVERITY
010318     ELSE
010319         MOVE    "I"         TO  MSG-SEVERITY
010320     END-IF.
010321     MOVE    "DEMOMSG"   TO  POW-0001.
010322     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
010323      POW-0001 .
010324*
010325 MAIN-EX.
010326     EXIT    PROGRAM.
010327*
010328 COUNT-SELLABLE-ROOMS SECTION.
010329*
010330***  A ROOM FLAGGED OUT OF ORDER CANNOT TAKE AN ARRIVAL,      ***
010331***  WHOEVER IS BOOKED INTO IT                                ***
010332*
010333     PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
010334         MOVE    ZERO    TO  SELL-CNT (TYPE-IDX)
010335                             STAY-CNT (TYPE-IDX)
010336                             DUE-CNT (TYPE-IDX)
010337                             SHORT-CNT (TYPE-IDX)
010338         PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
010339             IF  ROOM-TYPE (ROOM-IDX) = ROOM-TYPE-CODE (TYPE-IDX)
010340                     AND ROOM-OOO (ROOM-IDX) NOT = "X"
010341                 ADD 1   TO  SELL-CNT (TYPE-IDX)
010342             END-IF
010343         END-PERFORM
010344     END-PERFORM.
010345 COUNT-SELLABLE-ROOMS-EX.
010346     EXIT.
010347*
010348 LOAD-ARRIVALS-AND-STAYOVERS SECTION.
010349*
010350***  A BOOKING STILL OPEN (STATUS SPACE) FOR TODAY IS DUE IN; ***
010351***  AN IN-HOUSE GUEST NOT DUE OUT TODAY KEEPS A ROOM TONIGHT ***
010352***  IN A ROOM THAT IS NOT OUT OF ORDER                       ***
010353*
010354     OPEN INPUT  RESERVATION-FILE.
010355     IF  RSV-FILE-STATUS = "00"
010356         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
010357             READ RESERVATION-FILE NEXT RECORD
010358                 AT END
010359                     MOVE "10"  TO RSV-FILE-STATUS
010360                 NOT AT END
010361                     IF  RSV-STAT-KEY = SPACE
010362                             AND RSV-DATE-KEY = EX-BUSDATE
010363                         PERFORM ADD-ONE-ARRIVAL
010364                     END-IF
010365                     IF  RSV-STAT-KEY = "I"
010366                         PERFORM COUNT-ONE-STAYOVER
010367                     END-IF
010368             END-READ
010369         END-PERFORM
010370         CLOSE RESERVATION-FILE
010371     END-IF.
010372 LOAD-ARRIVALS-AND-STAYOVERS-EX.
010373     EXIT.
010374*
010375 FIND-ROOM-TYPE SECTION.
010376*
010377     MOVE    ZERO    TO  ROOM-TYPE-IDX.
010378     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
010379         IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
010380             PERFORM VARYING TYPE-IDX FROM 1 BY 1
010381                     UNTIL TYPE-IDX > 6
010382                 IF  ROOM-TYPE (ROOM-IDX) =
010383                                 ROOM-TYPE-CODE (TYPE-IDX)
010384                     MOVE    TYPE-IDX    TO  ROOM-TYPE-IDX
010385                 END-IF
010386             END-PERFORM
010387         END-IF
010388     END-PERFORM.
010389 FIND-ROOM-TYPE-EX.
010390     EXIT.
010391*
010392 ADD-ONE-ARRIVAL SECTION.
010393*
010394***  THE LIST HOLDS A FULL HOUSE PLUS ANY ALLOWANCE -- A ROW  ***
010395***  PAST THAT IS COUNTED BUT CANNOT BE SUGGESTED             ***
010396*
010397     PERFORM FIND-ROOM-TYPE.
010398     IF  ROOM-TYPE-IDX > 0
010399         ADD 1   TO  DUE-CNT (ROOM-TYPE-IDX)
010400         IF  ARR-COUNT < 200
010401             ADD 1   TO  ARR-COUNT
010402             MOVE    RSV-NUM-KEY     TO  A-RSVNUM (ARR-COUNT)
010403             MOVE    RSV-NAME-KEY    TO  A-NAME (ARR-COUNT)
010404             MOVE    RSV-TEL-KEY     TO  A-TEL (ARR-COUNT)
010405             MOVE    RSV-ROOM-KEY    TO  A-ROOM (ARR-COUNT)
010406             MOVE    ROOM-TYPE-IDX   TO  A-TYPE-IDX (ARR-COUNT)
010407             MOVE    RSV-GROUP-KEY   TO  A-GROUP (ARR-COUNT)
010408             MOVE    ZERO            TO  A-STAYS (ARR-COUNT)
010409             MOVE    SPACE           TO  A-WALK (ARR-COUNT)
010410             IF  RSV-GROUP-KEY NOT = SPACES
010411                 MOVE    2       TO  A-CLASS (ARR-COUNT)
010412             ELSE
010413                 MOVE    1       TO  A-CLASS (ARR-COUNT)
010414             END-IF
010415         ELSE
010416             ADD 1   TO  SKIP-COUNT
010417         END-IF
010418     END-IF.
010419 ADD-ONE-ARRIVAL-EX.
010420     EXIT.
010421*
010422 COUNT-ONE-STAYOVER SECTION.
010423*
010424     MOVE    RSV-DATE-KEY (1:4)   TO  ARRIVE-8 (1:4).
010425     MOVE    RSV-DATE-KEY (6:2)   TO  ARRIVE-8 (5:2).
010426     MOVE    RSV-DATE-KEY (9:2)   TO  ARRIVE-8 (7:2).
010427     MOVE    RSV-STAY-KEY         TO  NIGHTS.
010428     COMPUTE ARR-JUL = FUNCTION INTEGER-OF-DATE(ARRIVE-8).
010429     COMPUTE DEPART-JUL = ARR-JUL + NIGHTS.
010430     IF  DEPART-JUL > TODAY-JUL
010431         PERFORM FIND-ROOM-TYPE
010432         IF  ROOM-TYPE-IDX > 0
010433             PERFORM VARYING ROOM-IDX FROM 1 BY 1
010434                     UNTIL ROOM-IDX > 120
010435                 IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
010436                         AND ROOM-OOO (ROOM-IDX) NOT = "X"
010437                     ADD 1   TO  STAY-CNT (ROOM-TYPE-IDX)
010438                 END-IF
010439             END-PERFORM
010440         END-IF
010441     END-IF.
010442 COUNT-ONE-STAYOVER-EX.
010443     EXIT.
010444*
010445 LOOK-UP-REPEAT-GUESTS SECTION.
010446*
010447***  SAME MATCH AS LOOK-UP-GUEST-PROFILE: A GUEST PROFILE ON   ***
010448***  THE SAME NAME OR PHONE WITH PRIOR STAYS MARKS THE BOOKING ***
010449***  AS A REPEAT GUEST, WHO IS PROTECTED ABOVE A GROUP MEMBER  ***
010450*
010451     OPEN INPUT  GUEST-FILE.
010452     IF  GST-FILE-STATUS = "00"
010453         PERFORM UNTIL GST-FILE-STATUS NOT = "00"
010454             READ GUEST-FILE NEXT RECORD
010455                 AT END
010456                     MOVE "10"  TO GST-FILE-STATUS
010457                 NOT AT END
010458                     IF  GST-STAY-COUNT > 0
010459                         PERFORM MATCH-ONE-PROFILE
010460                     END-IF
010461             END-READ
010462         END-PERFORM
010463         CLOSE GUEST-FILE
010464     END-IF.
010465 LOOK-UP-REPEAT-GUESTS-EX.
010466     EXIT.
010467*
010468 MATCH-ONE-PROFILE SECTION.
010469*
010470     PERFORM VARYING ARR-IDX FROM 1 BY 1 UNTIL ARR-IDX > ARR-COUNT
010471         IF  A-STAYS (ARR-IDX) = ZERO
010472             IF  (A-NAME (ARR-IDX) NOT = SPACES
010473                     AND GST-NAME-KEY = A-NAME (ARR-IDX))
010474              OR (A-TEL (ARR-IDX) NOT = SPACES
010475                     AND GST-TEL-KEY = A-TEL (ARR-IDX))
010476                 MOVE    GST-STAY-COUNT  TO  A-STAYS (ARR-IDX)
010477                 MOVE    3               TO  A-CLASS (ARR-IDX)
010478             END-IF
010479         END-IF
010480     END-PERFORM.
010481 MATCH-ONE-PROFILE-EX.
010482     EXIT.
010483*
010484 PICK-WALKS-FOR-TYPE SECTION.
010485*
010486***  LEAST PROTECTED CLASS FIRST, AND WITHIN A CLASS THE       ***
010487***  LATEST BOOKING FIRST -- THE LIST IS IN RESERVATION-NUMBER ***
010488***  ORDER, SO IT IS READ FROM THE BOTTOM UP                   ***
010489*
010490     MOVE    SHORT-CNT (TYPE-IDX)    TO  STILL-SHORT.
010491     PERFORM VARYING WALK-CLASS FROM 1 BY 1
010492             UNTIL WALK-CLASS > 3 OR STILL-SHORT = 0
010493         PERFORM VARYING ARR-IDX FROM ARR-COUNT BY -1
010494                 UNTIL ARR-IDX < 1 OR STILL-SHORT = 0
010495             IF  A-TYPE-IDX (ARR-IDX) = TYPE-IDX
010496                     AND A-CLASS (ARR-IDX) = WALK-CLASS
010497                 MOVE    "W"     TO  A-WALK (ARR-IDX)
010498                 ADD 1   TO  WALK-COUNT
010499                 SUBTRACT 1  FROM  STILL-SHORT
010500             END-IF
010501         END-PERFORM
010502     END-PERFORM.
010503 PICK-WALKS-FOR-TYPE-EX.
010504     EXIT.
010505*
010506 PRINT-WALK-LIST SECTION.
010507*
010508     OPEN    OUTPUT  WALK-FILE.
010509     MOVE    SPACES          TO  WALK-LINE.
010510     STRING  "ARRIVALS WALK LIST FOR " EX-BUSDATE
010511             DELIMITED BY SIZE   INTO  WALK-LINE.
010512     WRITE   WALK-LINE.
010513     MOVE    "TYPE  SELLABLE  STAYOVER  ARRIVALS  SHORT"
010514                                     TO  WALK-LINE.
010515     WRITE   WALK-LINE.
010516     PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
010517         MOVE    ROOM-TYPE-CODE (TYPE-IDX)   TO  T-TYPE
010518         MOVE    SELL-CNT (TYPE-IDX)         TO  T-SELL
010519         MOVE    STAY-CNT (TYPE-IDX)         TO  T-STAY
010520         MOVE    DUE-CNT (TYPE-IDX)          TO  T-DUE
010521         MOVE    SHORT-CNT (TYPE-IDX)        TO  T-SHORT
010522         MOVE    TYPE-LINE       TO  WALK-LINE
010523         WRITE   WALK-LINE
010524     END-PERFORM.
010525     MOVE    SPACES          TO  WALK-LINE.
010526     WRITE   WALK-LINE.
010527     IF  WALK-COUNT = 0
010528         MOVE "NO SHORTFALL -- NO BOOKINGS TO RELOCATE."
010529                                     TO  WALK-LINE
010530         WRITE   WALK-LINE
010531     ELSE
010532         MOVE
010533           "RSVNUM    NAME                 PHONE        ROOM TYPE"
010534                                     TO  WALK-LINE
010535         MOVE    "GROUP STAYS"   TO  WALK-LINE (54:11)
010536         WRITE   WALK-LINE
010537         PERFORM VARYING ARR-IDX FROM 1 BY 1
010538                 UNTIL ARR-IDX > ARR-COUNT
010539             IF  A-WALK (ARR-IDX) = "W"
010540                 MOVE    A-RSVNUM (ARR-IDX)  TO  W-RSVNUM
010541                 MOVE    A-NAME (ARR-IDX)    TO  W-NAME
010542                 MOVE    A-TEL (ARR-IDX)     TO  W-TEL
010543                 MOVE    A-ROOM (ARR-IDX)    TO  W-ROOM
010544                 MOVE    ROOM-TYPE-CODE (A-TYPE-IDX (ARR-IDX))
010545                                             TO  W-TYPE
010546                 MOVE    A-GROUP (ARR-IDX)   TO  W-GROUP
010547                 MOVE    A-STAYS (ARR-IDX)   TO  W-STAYS
010548                 MOVE    WALK-DETAIL     TO  WALK-LINE
010549                 WRITE   WALK-LINE
010550             END-IF
010551         END-PERFORM
010552     END-IF.
010553     IF  SKIP-COUNT > 0
010554         MOVE    SKIP-COUNT  TO  COUNT-ED
010555         MOVE    SPACES      TO  WALK-LINE
010556         STRING  "ARRIVALS PAST THE LIST SIZE NOT CONSIDERED:"
010557                 COUNT-ED
010558                 DELIMITED BY SIZE   INTO  WALK-LINE
010559         WRITE   WALK-LINE
010560     END-IF.
010561     CLOSE   WALK-FILE.
010562 PRINT-WALK-LIST-EX.
010563     EXIT.
010564 END PROGRAM "ARRIVALS-WALK-LIST".
010565 IDENTIFICATION DIVISION.
010566 PROGRAM-ID. "GET-BOOKED-RATE-TYPE".
010567******************************************************************
010568*        SHEET(ITEM) ===>    HOTEL
010569*        EVENT       ===>    UPGRADE RATE TYPE LOOK-UP
010570******************************************************************
010571*   CALLED WITH RESERVATION EX-UPGNUM, ITS ROOM EX-UPGROOM AND
010572*   THAT ROOM'S TYPE IN EX-UPGTYPE. WHEN THE UPGFILE SHOWS THE
010573*   ROOM WAS GIVEN TO THE RESERVATION AS A NO-CHARGE UPGRADE,
010574*   EX-UPGTYPE IS REPLACED BY THE TYPE ORIGINALLY BOOKED, SO THE
010575*   NIGHTS ARE PRICED AT THE BOOKED RATE. ANY OTHER ROOM -- NO
010576*   UPGRADE, OR THE GUEST HAS SINCE BEEN AMENDED OR MOVED OUT
010577*   OF THE UPGRADE ROOM -- LEAVES EX-UPGTYPE AS IT WAS.
010578*
010579 ENVIRONMENT DIVISION.
010580 INPUT-OUTPUT SECTION.
010581 FILE-CONTROL.
010582     SELECT UPGRADE-FILE       ASSIGN TO  "UPGFILE"
010583         ORGANIZATION IS INDEXED
010584         ACCESS MODE  IS DYNAMIC
010585         RECORD KEY   IS UPG-RSV-NUM
010586         FILE STATUS  IS UPG-FILE-STATUS.
010587 DATA        DIVISION.
010588 FILE SECTION.
010589 FD  UPGRADE-FILE.
010590 01  UPGRADE-RECORD.
010591     05  UPG-RSV-NUM         PIC X(09).
010592     05  UPG-DATE            PIC X(10).
010593     05  UPG-BOOKED-ROOM     PIC X(04).
010594     05  UPG-BOOKED-TYPE     PIC X(02).
010595     05  UPG-NEW-ROOM        PIC X(04).
010596     05  UPG-NEW-TYPE        PIC X(02).
010597     05  UPG-USER            PIC X(08).
010598 WORKING-STORAGE SECTION.
010599 77  UPG-FILE-STATUS         PIC X(02).
010600 PROCEDURE   DIVISION.
010601 MAIN                    SECTION.
010602*
010603     OPEN INPUT  UPGRADE-FILE.
010604     IF  UPG-FILE-STATUS = "00"
010605         MOVE    EX-UPGNUM   TO  UPG-RSV-NUM
010606         READ    UPGRADE-FILE RECORD
010607         IF  UPG-FILE-STATUS = "00"
010608                 AND UPG-NEW-ROOM = EX-UPGROOM
010609                 AND UPG-BOOKED-TYPE NOT = SPACES
010610             MOVE    UPG-BOOKED-TYPE     TO  EX-UPGTYPE
010611         END-IF
010612         CLOSE UPGRADE-FILE
010613     END-IF.
010614*
010615 MAIN-EX.
010616     EXIT    PROGRAM.
010617 END PROGRAM "GET-BOOKED-RATE-TYPE".
010618 IDENTIFICATION DIVISION.
010619 PROGRAM-ID. "ARRIVALS-ROOM-ASSIGNMENT".
010620******************************************************************
010621*        SHEET(ITEM) ===>    HOTEL
010622*        EVENT       ===>    MORNING BATCH / ARRIVALS ROOM ASSIGN
010623******************************************************************
010624*   REVIEWS EVERY BOOKING DUE TO ARRIVE ON THE BUSINESS DATE AND
010625*   REASSIGNS THE ROOM WHEN THE ONE BOOKED WILL NOT BE READY: IT
010626*   IS FLAGGED ROOM-OOO, MARKED DIRTY ON THE HSKFILE, STILL HELD
010627*   BY AN IN-HOUSE GUEST (A STAYOVER OR A LATE CHECKOUT), OR
010628*   ALREADY GIVEN TO AN EARLIER ARRIVAL. A REPLACEMENT ROOM OF
010629*   THE BOOKED TYPE IS TAKEN FROM THE ROOMS NOT OUT OF ORDER, NOT
010630*   DIRTY AND FREE FOR EVERY NIGHT OF THE STAY -- CLEAN AND
010631*   INSPECTED ROOMS BEFORE ROOMS AWAITING INSPECTION, AND FOR A
010632*   GROUP MEMBER THE ROOM NUMBER NEAREST THE GROUP'S OTHER ROOMS.
010633*   WHEN THE BOOKED TYPE HAS NOTHING LEFT THE GUEST IS UPGRADED
010634*   TO THE NEXT TYPE UP THE ROOM-TYPE-CODE ORDER (S1, S2, W, T1,
010635*   T2, SU) AT NO CHARGE: THE UPGRADE IS KEPT ON THE UPGFILE AND
010636*   GET-BOOKED-RATE-TYPE PRICES THE STAY AT THE TYPE BOOKED. A
010637*   REASSIGNMENT REWRITES THE RESERVATION MASTER AND LOGS BEFORE
010638*   AND AFTER IMAGES TO CHGLOG AS AN AMENDMENT DOES. THE SHEET
010639*   FOR THE DESK GOES TO ASSIGNRPT AND THE UPGRADES LIST FOR THE
010640*   FRONT OFFICE MANAGER TO UPGRPT. A RERUN KEEPS ANY ROOM GIVEN
010641*   EARLIER THAT IS STILL READY.
010642*
010643 ENVIRONMENT DIVISION.
010644 INPUT-OUTPUT SECTION.
010645 FILE-CONTROL.
010646     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
010647         ORGANIZATION IS INDEXED
010648         ACCESS MODE  IS DYNAMIC
010649         RECORD KEY   IS RSV-NUM-KEY
010650         FILE STATUS  IS RSV-FILE-STATUS.
010651     SELECT UPGRADE-FILE       ASSIGN TO  "UPGFILE"
010652         ORGANIZATION IS INDEXED
010653         ACCESS MODE  IS DYNAMIC
010654         RECORD KEY   IS UPG-RSV-NUM
010655         FILE STATUS  IS UPG-FILE-STATUS.
010656     SELECT CHANGE-LOG-FILE    ASSIGN TO  "CHGLOG"
010657         ORGANIZATION IS LINE SEQUENTIAL
010658         FILE STATUS  IS CHG-FILE-STATUS.
010659     SELECT ASSIGN-FILE        ASSIGN TO  "ASSIGNRPT"
010660         ORGANIZATION IS LINE SEQUENTIAL.
010661     SELECT UPGRADE-LIST-FILE  ASSIGN TO  "UPGRPT"
010662         ORGANIZATION IS LINE SEQUENTIAL.
010663 DATA        DIVISION.
010664 FILE SECTION.
010665 FD  RESERVATION-FILE.
010666 01  RESERVATION-RECORD.
010667     05  RSV-NUM-KEY         PIC X(09).
010668     05  RSV-DATE-KEY        PIC X(10).
010669     05  RSV-ROOM-KEY        PIC X(04).
010670     05  RSV-NAME-KEY        PIC X(20).
010671     05  RSV-TEL-KEY         PIC X(12).
010672     05  RSV-STAY-KEY        PIC X(02).
010673     05  RSV-ARRIVE-KEY      PIC X(10).
010674     05  RSV-DEPART-KEY      PIC X(10).
010675     05  RSV-STAT-KEY        PIC X(01).
010676     05  RSV-GROUP-KEY       PIC X(05).
010677     05  RSV-USER-KEY        PIC X(08).
010677     05  RSV-SOURCE-KEY      PIC X(01).
010677     05  RSV-AGENT-KEY       PIC X(08).
010678 FD  UPGRADE-FILE.
010679 01  UPGRADE-RECORD.
010680     05  UPG-RSV-NUM         PIC X(09).
010681     05  UPG-DATE            PIC X(10).
010682*        BUSINESS DATE THE UPGRADE WAS GIVEN
010683     05  UPG-BOOKED-ROOM     PIC X(04).
010684     05  UPG-BOOKED-TYPE     PIC X(02).
010685*        ROOM AND TYPE AS BOOKED -- THE TYPE CHARGED FOR
010686     05  UPG-NEW-ROOM        PIC X(04).
010687     05  UPG-NEW-TYPE        PIC X(02).
010688     05  UPG-USER            PIC X(08).
010689 FD  CHANGE-LOG-FILE.
010690 01  CHANGE-LOG-LINE         PIC X(100).
010691 FD  ASSIGN-FILE.
010692 01  ASSIGN-LINE                 PIC X(80).
010693 FD  UPGRADE-LIST-FILE.
010694 01  UPGRADE-LIST-LINE           PIC X(80).
010695 WORKING-STORAGE SECTION.
010696 77  RSV-FILE-STATUS         PIC X(02).
010697 77  UPG-FILE-STATUS         PIC X(02).
010698 77  CHG-FILE-STATUS         PIC X(02).
010699 77  TODAY-JUL            PIC 9(07).
010700 77  ARRIVE-8             PIC 9(08).
010701 77  ARR-JUL              PIC 9(07).
010702 77  NIGHTS               PIC 9(02).
010703 77  DEPART-JUL           PIC 9(07).
010704 77  STAY-END-JUL         PIC 9(07).
010705 77  TYPE-IDX             PIC S9(04) COMP-5.
010706 77  ROOM-TYPE-IDX        PIC S9(04) COMP-5.
010707 77  ARR-IDX              PIC S9(04) COMP-5.
010708 77  ARR-COUNT            PIC S9(04) COMP-5.
010709 77  SLOT-IDX             PIC S9(04) COMP-5.
010710 77  MATE-IDX             PIC S9(04) COMP-5.
010711 77  BEST-IDX             PIC S9(04) COMP-5.
010712 77  BEST-RANK            PIC 9(01).
010713 77  BEST-DIST            PIC 9(04).
010714 77  CAND-RANK            PIC 9(01).
010715 77  CAND-DIST            PIC 9(04).
010716 77  ROOM-NO-A            PIC 9(04).
010717 77  ROOM-NO-B            PIC 9(04).
010718 77  OLD-TYPE             PIC X(02).
010719 77  UPG-FOUND-SW         PIC X(01).
010720 77  REWRITE-OK           PIC X(01).
010721 77  ARRIVE-COUNT         PIC 9(04).
010722 77  MOVED-COUNT          PIC 9(04).
010723 77  UPGRADE-COUNT        PIC 9(04).
010724 77  UNREADY-COUNT        PIC 9(04).
010725 77  SKIP-COUNT           PIC 9(04).
010726 77  LISTED-COUNT         PIC 9(04).
010727 77  COUNT-ED             PIC ZZZ9.
010728 77  MOVED-ED             PIC ZZZ9.
010729 77  UPGRADE-ED           PIC ZZZ9.
010730 77  UNREADY-ED           PIC ZZZ9.
010731 77  TS-DATE8             PIC 9(08).
010732 77  TS-TIME8             PIC 9(08).
010733 77  LOG-STAMP            PIC X(14).
010734 77  POW-0001                PIC X(14).
010735 01  ROOM-FLAG-LIST.
010736     05  ROOM-FLAG-ROW   OCCURS  120 TIMES.
010737         07  INHOUSE-FLAG    PIC X(01).
010738*            "I" = AN IN-HOUSE GUEST IS STILL IN THE ROOM
010739         07  CLAIM-FLAG      PIC X(01).
010740*            "C" = GIVEN TO AN ARRIVAL IN THIS RUN
010741         07  BUSY-FLAG       PIC X(01).
010742*            "B" = HELD BY ANOTHER BOOKING ON A NIGHT OF THE STAY
010743*            BEING PLACED
010744         07  MATE-FLAG       PIC X(01).
010745*            "M" = HELD BY ANOTHER MEMBER OF THE SAME GROUP
010746 01  ARRIVAL-LIST.
010747     05  ARRIVAL-ROW     OCCURS  200 TIMES.
010748         07  A-RSVNUM    PIC X(09).
010749         07  A-NAME      PIC X(20).
010750         07  A-TEL       PIC X(12).
010751         07  A-ROOM      PIC X(04).
010752         07  A-DATE      PIC X(10).
010753         07  A-STAY      PIC X(02).
010754         07  A-GROUP     PIC X(05).
010755         07  A-BOOK-TYPE PIC X(02).
010756*            TYPE THE GUEST IS CHARGED AT -- THE TYPE BOOKED
010757         07  A-NEW-ROOM  PIC X(04).
010758         07  A-NEW-TYPE  PIC X(02).
010759         07  A-ACTION    PIC X(01).
010760*            "K" = KEEPS THE ROOM, "M" = MOVED, "U" = UPGRADED,
010761*            "N" = NOT READY AND NO ROOM TO GIVE
010762         07  A-REASON    PIC X(13).
010763 01  ASSIGN-DETAIL.
010764     05  S-RSVNUM             PIC X(09).
010765     05  FILLER                  PIC X(01)   VALUE SPACES.
010766     05  S-NAME               PIC X(20).
010767     05  FILLER                  PIC X(01)   VALUE SPACES.
010768     05  S-GROUP              PIC X(05).
010769     05  FILLER                  PIC X(01)   VALUE SPACES.
010770     05  S-BOOKED             PIC X(04).
010771     05  FILLER                  PIC X(03)   VALUE SPACES.
010772     05  S-ROOM               PIC X(04).
010773     05  FILLER                  PIC X(01)   VALUE SPACES.
010774     05  S-TYPE               PIC X(02).
010775     05  FILLER                  PIC X(02)   VALUE SPACES.
010776     05  S-NOTE               PIC X(27).
010777 01  UPGRADE-DETAIL.
010778     05  U-RSVNUM             PIC X(09).
010779     05  FILLER                  PIC X(01)   VALUE SPACES.
010780     05  U-NAME               PIC X(20).
010781     05  FILLER                  PIC X(01)   VALUE SPACES.
010782     05  U-GROUP              PIC X(05).
010783     05  FILLER                  PIC X(02)   VALUE SPACES.
010784     05  U-BOOK-TYPE          PIC X(02).
010785     05  FILLER                  PIC X(06)   VALUE SPACES.
010786     05  U-ROOM               PIC X(04).
010787     05  FILLER                  PIC X(02)   VALUE SPACES.
010788     05  U-NEW-TYPE           PIC X(02).
010789     05  FILLER                  PIC X(04)   VALUE SPACES.
010790     05  U-RATE-TYPE          PIC X(02).
010791     05  FILLER                  PIC X(20)   VALUE SPACES.
010792 01  LOG-DETAIL.
010793     05  L-STAMP              PIC X(14).
010794     05  FILLER                  PIC X(02)   VALUE SPACES.
010795     05  L-TAG                PIC X(07).
010796     05  FILLER                  PIC X(01)   VALUE SPACES.
010797     05  L-RSVNUM             PIC X(09).
010798     05  FILLER                  PIC X(02)   VALUE SPACES.
010799     05  L-DATE               PIC X(10).
010800     05  FILLER                  PIC X(02)   VALUE SPACES.
010801     05  L-ROOM               PIC X(04).
010802     05  FILLER                  PIC X(02)   VALUE SPACES.
010803     05  L-TEL                PIC X(12).
010804     05  FILLER                  PIC X(02)   VALUE SPACES.
010805     05  L-STAY               PIC X(02).
010806     05  FILLER                  PIC X(02)   VALUE SPACES.
010807     05  L-USER               PIC X(08).
010808     05  FILLER                  PIC X(21)   VALUE SPACES.
010809 PROCEDURE   DIVISION.
010810 MAIN                    SECTION.
010811*
010812***  ROOMS THAT ARE READY STAY WITH THEIR BOOKINGS AND ARE    ***
010813***  CLAIMED FIRST, SO A GUEST BEING MOVED NEVER TAKES A ROOM ***
010814***  ANOTHER ARRIVAL IS ALREADY STANDING IN                   ***
010815*
010816     CALL    "GET-BUSINESS-DATE".
010817     COMPUTE TODAY-JUL = FUNCTION INTEGER-OF-DATE(EX-BUSDATE8).
010818     MOVE    SPACE   TO  MSG-SEVERITY.
010819     MOVE    ZERO    TO  ARR-COUNT  ARRIVE-COUNT  MOVED-COUNT
010820                         UPGRADE-COUNT  UNREADY-COUNT  SKIP-COUNT.
010821     PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 120
010822         MOVE    SPACES  TO  ROOM-FLAG-ROW (SLOT-IDX)
010823     END-PERFORM.
010824     PERFORM LOAD-ARRIVALS.
010825     PERFORM VARYING ARR-IDX FROM 1 BY 1 UNTIL ARR-IDX > ARR-COUNT
010826         PERFORM CHECK-BOOKED-ROOM-READY
010827     END-PERFORM.
010828     PERFORM VARYING ARR-IDX FROM 1 BY 1 UNTIL ARR-IDX > ARR-COUNT
010829         IF  A-ACTION (ARR-IDX) = SPACE
010830             PERFORM REASSIGN-ONE-ARRIVAL
010831         END-IF
010832     END-PERFORM.
010833     IF  MOVED-COUNT > 0 OR UPGRADE-COUNT > 0
010834         CALL    "COMPUTE-ROOM-STATUS"
010835         CALL    "WRITE-AVAILABILITY-FEED"
010836     END-IF.
010837     PERFORM PRINT-ASSIGNMENT-SHEET.
010838     PERFORM PRINT-UPGRADES-LIST.
010839*
010840***  A FAILED UPGFILE WRITE HAS ALREADY BEEN REPORTED AND    ***
010841***  MUST NOT BE HIDDEN BEHIND THE SUMMARY                   ***
010842*
010843     IF  MSG-SEVERITY NOT = "E"
010844         MOVE    MOVED-COUNT     TO  MOVED-ED
010845         MOVE    UPGRADE-COUNT   TO  UPGRADE-ED
010846         MOVE    UNREADY-COUNT   TO  UNREADY-ED
010847         MOVE    SPACES      TO  MSG-ERR
010848         STRING  "ARRIVALS ASSIGNED:" MOVED-ED " MOVED,"
010849                 UPGRADE-ED " UPGRADED," UNREADY-ED " NOT READY."
010850                 DELIMITED BY SIZE   INTO  MSG-ERR
010851         IF  UNREADY-COUNT > 0
010852             MOVE    "W"         TO  MSG-SEVERITY
010853         ELSE
010854             MOVE    "I"         TO  MSG-SEVERITY
010855         END-IF
010856         MOVE    "DEMOMSG"   TO  POW-0001
010857         CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL
010858          BY REFERENCE POW-0001
010859     END-IF.
010860*
010861 MAIN-EX.
010862     EXIT    PROGRAM.
010863*
010864 LOAD-ARRIVALS SECTION.
010865*
010866***  A BOOKING STILL OPEN (STATUS SPACE) FOR TODAY IS DUE IN; ***
010867***  AN IN-HOUSE GUEST, DUE OUT OR NOT, IS STILL IN THE ROOM  ***
010868*
010869     OPEN INPUT  RESERVATION-FILE.
010870     IF  RSV-FILE-STATUS = "00"
010871         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
010872             READ RESERVATION-FILE NEXT RECORD
010873                 AT END
010874                     MOVE "10"  TO RSV-FILE-STATUS
010875                 NOT AT END
010876                     IF  RSV-STAT-KEY = SPACE
010877                             AND RSV-DATE-KEY = EX-BUSDATE
010878                         PERFORM ADD-ONE-ARRIVAL
010879                     END-IF
010880                     IF  RSV-STAT-KEY = "I"
010881                         PERFORM FIND-RESERVED-ROOM
010882                         IF  SLOT-IDX > 0
010883                             MOVE "I"  TO  INHOUSE-FLAG (SLOT-IDX)
010884                         END-IF
010885                     END-IF
010886             END-READ
010887         END-PERFORM
010888         CLOSE RESERVATION-FILE
010889     END-IF.
010890 LOAD-ARRIVALS-EX.
010891     EXIT.
010892*
010893 FIND-RESERVED-ROOM SECTION.
010894*
010895     MOVE    ZERO    TO  SLOT-IDX.
010896     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
010897         IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
010898                 AND RSV-ROOM-KEY NOT = SPACES
010899             MOVE    ROOM-IDX    TO  SLOT-IDX
010900         END-IF
010901     END-PERFORM.
010902 FIND-RESERVED-ROOM-EX.
010903     EXIT.
010904*
010905 ADD-ONE-ARRIVAL SECTION.
010906*
010907***  THE TYPE A GUEST IS OWED IS THE TYPE BOOKED -- FOR A     ***
010908***  GUEST UPGRADED ON AN EARLIER RUN THAT IS THE TYPE ON THE ***
010909***  UPGFILE, NOT THE TYPE OF THE ROOM NOW HELD               ***
010910*
010911     IF  ARR-COUNT < 200
010912         ADD 1   TO  ARR-COUNT
010913         ADD 1   TO  ARRIVE-COUNT
010914         MOVE    RSV-NUM-KEY     TO  A-RSVNUM (ARR-COUNT)
010915         MOVE    RSV-NAME-KEY    TO  A-NAME (ARR-COUNT)
010916         MOVE    RSV-TEL-KEY     TO  A-TEL (ARR-COUNT)
010917         MOVE    RSV-ROOM-KEY    TO  A-ROOM (ARR-COUNT)
010918                                     A-NEW-ROOM (ARR-COUNT)
010919         MOVE    RSV-DATE-KEY    TO  A-DATE (ARR-COUNT)
010920         MOVE    RSV-STAY-KEY    TO  A-STAY (ARR-COUNT)
010921         MOVE    RSV-GROUP-KEY   TO  A-GROUP (ARR-COUNT)
010922         MOVE    SPACES          TO  A-BOOK-TYPE (ARR-COUNT)
010923                                     A-NEW-TYPE (ARR-COUNT)
010924                                     A-ACTION (ARR-COUNT)
010925                                     A-REASON (ARR-COUNT)
010926         PERFORM FIND-RESERVED-ROOM
010927         IF  SLOT-IDX > 0
010928             MOVE    ROOM-TYPE (SLOT-IDX)
010929                                     TO  A-NEW-TYPE (ARR-COUNT)
010930             MOVE    RSV-NUM-KEY             TO  EX-UPGNUM
010931             MOVE    RSV-ROOM-KEY            TO  EX-UPGROOM
010932             MOVE    ROOM-TYPE (SLOT-IDX)    TO  EX-UPGTYPE
010933             CALL    "GET-BOOKED-RATE-TYPE"
010934             MOVE    EX-UPGTYPE      TO  A-BOOK-TYPE (ARR-COUNT)
010935         END-IF
010936     ELSE
010937         ADD 1   TO  SKIP-COUNT
010938     END-IF.
010939 ADD-ONE-ARRIVAL-EX.
010940     EXIT.
010941*
010942 CHECK-BOOKED-ROOM-READY SECTION.
010943*
010944***  OUT OF ORDER, DIRTY, STILL OCCUPIED OR ALREADY CLAIMED   ***
010945***  BY AN EARLIER ARRIVAL MEANS THE ROOM IS NOT READY; A     ***
010946***  ROOM CLEANED AND AWAITING INSPECTION WILL BE             ***
010947*
010948     MOVE    A-ROOM (ARR-IDX)    TO  RSV-ROOM-KEY.
010949     PERFORM FIND-RESERVED-ROOM.
010950     EVALUATE TRUE
010951         WHEN SLOT-IDX = 0
010952             MOVE    "NO SUCH ROOM"  TO  A-REASON (ARR-IDX)
010953         WHEN ROOM-OOO (SLOT-IDX) = "X"
010954             MOVE    "OUT OF ORDER"  TO  A-REASON (ARR-IDX)
010955         WHEN ROOM-HSK (SLOT-IDX) = "D"
010956             MOVE    "DIRTY"         TO  A-REASON (ARR-IDX)
010957         WHEN INHOUSE-FLAG (SLOT-IDX) = "I"
010958             MOVE    "OCCUPIED"      TO  A-REASON (ARR-IDX)
010959         WHEN CLAIM-FLAG (SLOT-IDX) = "C"
010960             MOVE    "DOUBLE-BOOKED" TO  A-REASON (ARR-IDX)
010961         WHEN OTHER
010962             MOVE    "K"     TO  A-ACTION (ARR-IDX)
010963             MOVE    "C"     TO  CLAIM-FLAG (SLOT-IDX)
010964     END-EVALUATE.
010965 CHECK-BOOKED-ROOM-READY-EX.
010966     EXIT.
010967*
010968 REASSIGN-ONE-ARRIVAL SECTION.
010969*
010970***  THE BOOKED TYPE FIRST, THEN EACH TYPE ABOVE IT IN TURN;  ***
010971***  A BOOKING WHOSE ROOM LINK IS BROKEN HAS NO TYPE TO GIVE  ***
010972***  AND IS LEFT FOR THE DESK                                 ***
010973*
010974     MOVE    ZERO    TO  BEST-IDX  ROOM-TYPE-IDX.
010975     PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
010976         IF  ROOM-TYPE-CODE (TYPE-IDX) = A-BOOK-TYPE (ARR-IDX)
010977             MOVE    TYPE-IDX    TO  ROOM-TYPE-IDX
010978         END-IF
010979     END-PERFORM.
010980     IF  ROOM-TYPE-IDX > 0
010981         PERFORM MARK-BUSY-ROOMS
010982         PERFORM VARYING TYPE-IDX FROM ROOM-TYPE-IDX BY 1
010983                 UNTIL TYPE-IDX > 6 OR BEST-IDX > 0
010984             PERFORM PICK-BEST-ROOM-OF-TYPE
010985         END-PERFORM
010986     END-IF.
010987     IF  BEST-IDX = 0
010988         MOVE    "N"     TO  A-ACTION (ARR-IDX)
010989         ADD 1   TO  UNREADY-COUNT
010990     ELSE
010991         PERFORM COMMIT-NEW-ROOM
010992     END-IF.
010993 REASSIGN-ONE-ARRIVAL-EX.
010994     EXIT.
010995*
010996 MARK-BUSY-ROOMS SECTION.
010997*
010998***  EVERY OTHER LIVE BOOKING HOLDS ITS ROOM FOR ITS OWN      ***
010999***  NIGHTS; AN IN-HOUSE GUEST HOLDS IT UNTIL THEY LEAVE. THE ***
011000***  SAME SCAN FINDS THE ROOMS THE REST OF A GROUP IS IN      ***
011001*
011002     PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 120
011003         MOVE    SPACE   TO  BUSY-FLAG (SLOT-IDX)
011004                             MATE-FLAG (SLOT-IDX)
011005     END-PERFORM.
011006     MOVE    A-STAY (ARR-IDX)    TO  NIGHTS.
011007     IF  NIGHTS < 1
011008         MOVE    1       TO  NIGHTS
011009     END-IF.
011010     COMPUTE STAY-END-JUL = TODAY-JUL + NIGHTS.
011011     OPEN INPUT  RESERVATION-FILE.
011012     IF  RSV-FILE-STATUS = "00"
011013         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
011014             READ RESERVATION-FILE NEXT RECORD
011015                 AT END
011016                     MOVE "10"  TO RSV-FILE-STATUS
011017                 NOT AT END
011018                     IF  RSV-NUM-KEY NOT = A-RSVNUM (ARR-IDX)
011019                         PERFORM MARK-ONE-BUSY-ROOM
011020                     END-IF
011021             END-READ
011022         END-PERFORM
011023         CLOSE RESERVATION-FILE
011024     END-IF.
011025 MARK-BUSY-ROOMS-EX.
011026     EXIT.
011027*
011028 MARK-ONE-BUSY-ROOM SECTION.
011029*
011030     IF  RSV-STAT-KEY = SPACE OR RSV-STAT-KEY = "I"
011031         PERFORM FIND-RESERVED-ROOM
011032     ELSE
011033         MOVE    ZERO    TO  SLOT-IDX
011034     END-IF.
011035     IF  SLOT-IDX > 0
011036         IF  RSV-STAT-KEY = "I"
011037             MOVE    "B"     TO  BUSY-FLAG (SLOT-IDX)
011038         ELSE
011039             MOVE    RSV-DATE-KEY (1:4)   TO  ARRIVE-8 (1:4)
011040             MOVE    RSV-DATE-KEY (6:2)   TO  ARRIVE-8 (5:2)
011041             MOVE    RSV-DATE-KEY (9:2)   TO  ARRIVE-8 (7:2)
011042             MOVE    RSV-STAY-KEY         TO  NIGHTS
011043             IF  NIGHTS < 1
011044                 MOVE    1       TO  NIGHTS
011045             END-IF
011046             COMPUTE ARR-JUL = FUNCTION INTEGER-OF-DATE(ARRIVE-8)
011047             COMPUTE DEPART-JUL = ARR-JUL + NIGHTS
011048             IF  ARR-JUL < STAY-END-JUL AND DEPART-JUL > TODAY-JUL
011049                 MOVE    "B"     TO  BUSY-FLAG (SLOT-IDX)
011050             END-IF
011051         END-IF
011052         IF  A-GROUP (ARR-IDX) NOT = SPACES
011053                 AND RSV-GROUP-KEY = A-GROUP (ARR-IDX)
011054                 AND (RSV-STAT-KEY = "I"
011055                      OR RSV-DATE-KEY = EX-BUSDATE)
011056             MOVE    "M"     TO  MATE-FLAG (SLOT-IDX)
011057         END-IF
011058     END-IF.
011059 MARK-ONE-BUSY-ROOM-EX.
011060     EXIT.
011061*
011062 PICK-BEST-ROOM-OF-TYPE SECTION.
011063*
011064***  A CLEAN, INSPECTED ROOM RANKS 1 AND ONE AWAITING         ***
011065***  INSPECTION 2; WITHIN A RANK A GROUP MEMBER TAKES THE     ***
011066***  ROOM NUMBER CLOSEST TO ONE THE GROUP ALREADY HOLDS       ***
011067*
011068     MOVE    9       TO  BEST-RANK.
011069     MOVE    9999    TO  BEST-DIST.
011070     PERFORM VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 120
011071         IF  ROOM-TYPE (SLOT-IDX) = ROOM-TYPE-CODE (TYPE-IDX)
011072                 AND ROOM-NUM (SLOT-IDX) NOT = SPACES
011073                 AND ROOM-OOO (SLOT-IDX) NOT = "X"
011074                 AND ROOM-HSK (SLOT-IDX) NOT = "D"
011075                 AND BUSY-FLAG (SLOT-IDX) NOT = "B"
011076                 AND CLAIM-FLAG (SLOT-IDX) NOT = "C"
011077             IF  ROOM-HSK (SLOT-IDX) = "P"
011078                 MOVE    2       TO  CAND-RANK
011079             ELSE
011080                 MOVE    1       TO  CAND-RANK
011081             END-IF
011082             PERFORM MEASURE-GROUP-DISTANCE
011083             IF  CAND-RANK < BEST-RANK
011084                     OR (CAND-RANK = BEST-RANK
011085                         AND CAND-DIST < BEST-DIST)
011086                 MOVE    SLOT-IDX    TO  BEST-IDX
011087                 MOVE    CAND-RANK   TO  BEST-RANK
011088                 MOVE    CAND-DIST   TO  BEST-DIST
011089             END-IF
011090         END-IF
011091     END-PERFORM.
011092 PICK-BEST-ROOM-OF-TYPE-EX.
011093     EXIT.
011094*
011095 MEASURE-GROUP-DISTANCE SECTION.
011096*
011097***  NO GROUP, OR NO OTHER MEMBER PLACED YET, LEAVES EVERY    ***
011098***  ROOM THE SAME DISTANCE AWAY AND THE FIRST ONE IS TAKEN   ***
011099*
011100     MOVE    9998    TO  CAND-DIST.
011101     IF  ROOM-NUM (SLOT-IDX) IS NUMERIC
011102         MOVE    ROOM-NUM (SLOT-IDX)     TO  ROOM-NO-A
011103         PERFORM VARYING MATE-IDX FROM 1 BY 1 UNTIL MATE-IDX > 120
011104             IF  MATE-FLAG (MATE-IDX) = "M"
011105                     AND ROOM-NUM (MATE-IDX) IS NUMERIC
011106                 MOVE    ROOM-NUM (MATE-IDX)     TO  ROOM-NO-B
011107                 IF  ROOM-NO-A > ROOM-NO-B
011108                     IF  ROOM-NO-A - ROOM-NO-B < CAND-DIST
011109                         COMPUTE CAND-DIST = ROOM-NO-A - ROOM-NO-B
011110                     END-IF
011111                 ELSE
011112                     IF  ROOM-NO-B - ROOM-NO-A < CAND-DIST
011113                         COMPUTE CAND-DIST = ROOM-NO-B - ROOM-NO-A
011114                     END-IF
011115                 END-IF
011116             END-IF
011117         END-PERFORM
011118     END-IF.
011119 MEASURE-GROUP-DISTANCE-EX.
011120     EXIT.
011121*
011122 COMMIT-NEW-ROOM SECTION.
011123*
011124***  PERSIST FIRST -- ONLY A REWRITE THE MASTER ACCEPTED IS  ***
011125***  CLAIMED, COUNTED, LOGGED AND RECORDED AS AN UPGRADE     ***
011126*
011127     PERFORM REWRITE-RESERVATION.
011128     IF  REWRITE-OK = "Y"
011129         MOVE    "C"     TO  CLAIM-FLAG (BEST-IDX)
011130         MOVE    A-NEW-TYPE (ARR-IDX)    TO  OLD-TYPE
011131         MOVE    ROOM-NUM (BEST-IDX)     TO  A-NEW-ROOM (ARR-IDX)
011132         MOVE    ROOM-TYPE (BEST-IDX)    TO  A-NEW-TYPE (ARR-IDX)
011133         IF  A-NEW-TYPE (ARR-IDX) = A-BOOK-TYPE (ARR-IDX)
011134             MOVE    "M"     TO  A-ACTION (ARR-IDX)
011135             ADD 1   TO  MOVED-COUNT
011136         ELSE
011137             MOVE    "U"     TO  A-ACTION (ARR-IDX)
011138             ADD 1   TO  UPGRADE-COUNT
011139         END-IF
011140         PERFORM STAMP-CHANGE-TIME
011141         PERFORM WRITE-CHANGE-LOG-IMAGES
011142         PERFORM RECORD-UPGRADE
011143         PERFORM SYNC-WINDOW-ROW
011144         IF  OLD-TYPE NOT = A-NEW-TYPE (ARR-IDX)
011145             PERFORM VARYING TYPE-IDX FROM 1 BY 1
011146                     UNTIL TYPE-IDX > 7
011147                 IF  ROOM-TYPE-CODE (TYPE-IDX) = OLD-TYPE
011148                         AND ROOM-RSV-NUM (TYPE-IDX) > 0
011149                     SUBTRACT 1  FROM  ROOM-RSV-NUM (TYPE-IDX)
011150                 END-IF
011151                 IF  ROOM-TYPE-CODE (TYPE-IDX) =
011152                                             A-NEW-TYPE (ARR-IDX)
011153                     ADD 1   TO  ROOM-RSV-NUM (TYPE-IDX)
011154                 END-IF
011155             END-PERFORM
011156         END-IF
011157     ELSE
011158         MOVE    "N"     TO  A-ACTION (ARR-IDX)
011159         ADD 1   TO  UNREADY-COUNT
011160     END-IF.
011161 COMMIT-NEW-ROOM-EX.
011162     EXIT.
011163*
011164 REWRITE-RESERVATION SECTION.
011165*
011166***  THE ROW IS RE-READ SO ONLY THE ROOM CHANGES -- A BOOKING ***
011167***  CHECKED IN OR CANCELLED SINCE THE LIST WAS LOADED IS     ***
011168***  LEFT ALONE                                               ***
011169*
011170     MOVE    "N"     TO  REWRITE-OK.
011171     OPEN    I-O     RESERVATION-FILE.
011172     IF  RSV-FILE-STATUS = "00"
011173         MOVE    A-RSVNUM (ARR-IDX)      TO  RSV-NUM-KEY
011174         READ    RESERVATION-FILE RECORD
011175         IF  RSV-FILE-STATUS = "00" AND RSV-STAT-KEY = SPACE
011176             MOVE    ROOM-NUM (BEST-IDX)     TO  RSV-ROOM-KEY
011177             MOVE    EX-USRID                TO  RSV-USER-KEY
011178             REWRITE RESERVATION-RECORD
011179             IF  RSV-FILE-STATUS = "00"
011180                 MOVE    "Y"     TO  REWRITE-OK
011181             END-IF
011182         END-IF
011183         CLOSE   RESERVATION-FILE
011184     END-IF.
011185 REWRITE-RESERVATION-EX.
011186     EXIT.
011187*
011188 STAMP-CHANGE-TIME SECTION.
011189*
011190     ACCEPT   TS-DATE8     FROM DATE YYYYMMDD.
011191     ACCEPT   TS-TIME8     FROM TIME.
011192     MOVE     TS-DATE8             TO  LOG-STAMP (1:8).
011193     MOVE     TS-TIME8 (1:6)       TO  LOG-STAMP (9:6).
011194 STAMP-CHANGE-TIME-EX.
011195     EXIT.
011196*
011197 WRITE-CHANGE-LOG-IMAGES SECTION.
011198*
011199***  THE SAME BEFORE AND AFTER IMAGES AN AMENDMENT LEAVES ON  ***
011200***  THE CHGLOG AUDIT TRAIL -- ONLY THE ROOM DIFFERS          ***
011201*
011202     OPEN    EXTEND  CHANGE-LOG-FILE.
011203     IF  CHG-FILE-STATUS = "35"
011204         OPEN    OUTPUT  CHANGE-LOG-FILE
011205     END-IF.
011206     MOVE    LOG-STAMP           TO  L-STAMP.
011207     MOVE    EX-USRID            TO  L-USER.
011208     MOVE    "BEFORE:"           TO  L-TAG.
011209     MOVE    A-RSVNUM (ARR-IDX)  TO  L-RSVNUM.
011210     MOVE    A-DATE (ARR-IDX)    TO  L-DATE.
011211     MOVE    A-ROOM (ARR-IDX)    TO  L-ROOM.
011212     MOVE    A-TEL (ARR-IDX)     TO  L-TEL.
011213     MOVE    A-STAY (ARR-IDX)    TO  L-STAY.
011214     MOVE    LOG-DETAIL          TO  CHANGE-LOG-LINE.
011215     WRITE   CHANGE-LOG-LINE.
011216     MOVE    "AFTER: "           TO  L-TAG.
011217     MOVE    A-NEW-ROOM (ARR-IDX)    TO  L-ROOM.
011218     MOVE    LOG-DETAIL          TO  CHANGE-LOG-LINE.
011219     WRITE   CHANGE-LOG-LINE.
011220     CLOSE   CHANGE-LOG-FILE.
011221 WRITE-CHANGE-LOG-IMAGES-EX.
011222     EXIT.
011223*
011224 RECORD-UPGRADE SECTION.
011225*
011226***  AN UPGRADE ROOM CARRIES THE TYPE BOOKED ON THE UPGFILE;  ***
011227***  A ROOM BACK AT THE BOOKED TYPE DROPS ANY EARLIER ROW. A  ***
011228***  ROW STILL POINTING AT THE ROOM JUST GIVEN UP KEEPS THE   ***
011229***  ROOM FIRST BOOKED                                        ***
011230*
011231     OPEN    I-O     UPGRADE-FILE.
011232     IF  UPG-FILE-STATUS = "35"
011233         OPEN    OUTPUT  UPGRADE-FILE
011234         CLOSE   UPGRADE-FILE
011235         OPEN    I-O     UPGRADE-FILE
011236     END-IF.
011237     MOVE    "N"     TO  UPG-FOUND-SW.
011238     MOVE    A-RSVNUM (ARR-IDX)  TO  UPG-RSV-NUM.
011239     READ    UPGRADE-FILE RECORD.
011240     IF  UPG-FILE-STATUS = "00"
011241         MOVE    "Y"     TO  UPG-FOUND-SW
011242     END-IF.
011243     IF  A-ACTION (ARR-IDX) = "U"
011244         IF  UPG-FOUND-SW = "N"
011245                 OR UPG-NEW-ROOM NOT = A-ROOM (ARR-IDX)
011246             MOVE    A-RSVNUM (ARR-IDX)  TO  UPG-RSV-NUM
011247             MOVE    A-ROOM (ARR-IDX)    TO  UPG-BOOKED-ROOM
011248         END-IF
011249         MOVE    EX-BUSDATE              TO  UPG-DATE
011250         MOVE    A-BOOK-TYPE (ARR-IDX)   TO  UPG-BOOKED-TYPE
011251         MOVE    A-NEW-ROOM (ARR-IDX)    TO  UPG-NEW-ROOM
011252         MOVE    A-NEW-TYPE (ARR-IDX)    TO  UPG-NEW-TYPE
011253         MOVE    EX-USRID                TO  UPG-USER
011254         IF  UPG-FOUND-SW = "Y"
011255             REWRITE UPGRADE-RECORD
011256         ELSE
011257             WRITE   UPGRADE-RECORD
011258         END-IF
011259         IF  UPG-FILE-STATUS NOT = "00"
011260             MOVE    SPACES      TO  MSG-ERR
011261             STRING  "UPGRADE FILE WRITE FAILED FOR "
011262                     A-RSVNUM (ARR-IDX) "."
011263                     DELIMITED BY SIZE   INTO  MSG-ERR
011264             PERFORM RAISE-ERROR
011265         END-IF
011266     ELSE
011267         IF  UPG-FOUND-SW = "Y"
011268             DELETE  UPGRADE-FILE RECORD
011269         END-IF
011270     END-IF.
011271     CLOSE   UPGRADE-FILE.
011272 RECORD-UPGRADE-EX.
011273     EXIT.
011274*
011275 SYNC-WINDOW-ROW SECTION.
011276*
011277***  MIRROR THE NEW ROOM INTO THE DISPLAY WINDOW -- THE ROW   ***
011278***  MAY LEGITIMATELY NOT BE THERE                            ***
011279*
011280     PERFORM VARYING TBL-IDX FROM 1 BY 1 UNTIL TBL-IDX > RSV-COUNT
011281         IF  RSV-NUM (TBL-IDX) = A-RSVNUM (ARR-IDX)
011282             MOVE    A-NEW-ROOM (ARR-IDX)  TO  RSV-ROOM (TBL-IDX)
011283         END-IF
011284     END-PERFORM.
011285 SYNC-WINDOW-ROW-EX.
011286     EXIT.
011287*
011288 PRINT-ASSIGNMENT-SHEET SECTION.
011289*
011290     OPEN    OUTPUT  ASSIGN-FILE.
011291     MOVE    SPACES          TO  ASSIGN-LINE.
011292     STRING  "ARRIVALS ROOM ASSIGNMENT SHEET FOR " EX-BUSDATE
011293             DELIMITED BY SIZE   INTO  ASSIGN-LINE.
011294     WRITE   ASSIGN-LINE.
011295     MOVE
011296       "RSVNUM    NAME                 GROUP BOOKED ROOM TYPE"
011297                                     TO  ASSIGN-LINE.
011298     MOVE    "NOTE"          TO  ASSIGN-LINE (56:4).
011299     WRITE   ASSIGN-LINE.
011300     PERFORM VARYING ARR-IDX FROM 1 BY 1 UNTIL ARR-IDX > ARR-COUNT
011301         MOVE    A-RSVNUM (ARR-IDX)      TO  S-RSVNUM
011302         MOVE    A-NAME (ARR-IDX)        TO  S-NAME
011303         MOVE    A-GROUP (ARR-IDX)       TO  S-GROUP
011304         MOVE    A-ROOM (ARR-IDX)        TO  S-BOOKED
011305         MOVE    A-NEW-ROOM (ARR-IDX)    TO  S-ROOM
011306         MOVE    A-NEW-TYPE (ARR-IDX)    TO  S-TYPE
011307         MOVE    SPACES                  TO  S-NOTE
011308         EVALUATE A-ACTION (ARR-IDX)
011309             WHEN "K"
011310                 IF  A-NEW-TYPE (ARR-IDX) = A-BOOK-TYPE (ARR-IDX)
011311                     MOVE    "READY"             TO  S-NOTE
011312                 ELSE
011313                     MOVE    "READY - UPGRADE"   TO  S-NOTE
011314                 END-IF
011315             WHEN "M"
011316                 STRING  "MOVED - " A-REASON (ARR-IDX)
011317                         DELIMITED BY SIZE   INTO  S-NOTE
011318             WHEN "U"
011319                 STRING  "UPGRADED - " A-REASON (ARR-IDX)
011320                         DELIMITED BY SIZE   INTO  S-NOTE
011321             WHEN OTHER
011322                 STRING  "NOT READY - " A-REASON (ARR-IDX)
011323                         DELIMITED BY SIZE   INTO  S-NOTE
011324         END-EVALUATE
011325         MOVE    ASSIGN-DETAIL   TO  ASSIGN-LINE
011326         WRITE   ASSIGN-LINE
011327     END-PERFORM.
011328     MOVE    SPACES          TO  ASSIGN-LINE.
011329     WRITE   ASSIGN-LINE.
011330     MOVE    ARRIVE-COUNT    TO  COUNT-ED.
011331     MOVE    MOVED-COUNT     TO  MOVED-ED.
011332     MOVE    UPGRADE-COUNT   TO  UPGRADE-ED.
011333     MOVE    UNREADY-COUNT   TO  UNREADY-ED.
011334     STRING  "ARRIVALS" COUNT-ED "  MOVED" MOVED-ED
011335             "  UPGRADED" UPGRADE-ED "  NOT READY" UNREADY-ED
011336             DELIMITED BY SIZE   INTO  ASSIGN-LINE.
011337     WRITE   ASSIGN-LINE.
011338     IF  SKIP-COUNT > 0
011339         MOVE    SKIP-COUNT  TO  COUNT-ED
011340         MOVE    SPACES      TO  ASSIGN-LINE
011341         STRING  "ARRIVALS PAST THE LIST SIZE NOT CONSIDERED:"
011342                 COUNT-ED
011343                 DELIMITED BY SIZE   INTO  ASSIGN-LINE
011344         WRITE   ASSIGN-LINE
011345     END-IF.
011346     CLOSE   ASSIGN-FILE.
011347 PRINT-ASSIGNMENT-SHEET-EX.
011348     EXIT.
011349*
011350 PRINT-UPGRADES-LIST SECTION.
011351*
011352***  EVERY ARRIVAL SLEEPING ABOVE THE TYPE BOOKED, WHETHER    ***
011353***  UPGRADED THIS MORNING OR ON AN EARLIER RUN, AND THE RATE ***
011354***  TYPE THE STAY WILL BE CHARGED AT                         ***
011355*
011356     OPEN    OUTPUT  UPGRADE-LIST-FILE.
011357     MOVE    SPACES          TO  UPGRADE-LIST-LINE.
011358     STRING  "NO-CHARGE UPGRADES FOR ARRIVALS ON " EX-BUSDATE
011359             DELIMITED BY SIZE   INTO  UPGRADE-LIST-LINE.
011360     WRITE   UPGRADE-LIST-LINE.
011361     MOVE
011362       "RSVNUM    NAME                 GROUP  BOOKED  ROOM  TYPE"
011363                                     TO  UPGRADE-LIST-LINE.
011364     MOVE    "RATE"          TO  UPGRADE-LIST-LINE (59:4).
011365     WRITE   UPGRADE-LIST-LINE.
011366     MOVE    ZERO            TO  LISTED-COUNT.
011367     PERFORM VARYING ARR-IDX FROM 1 BY 1 UNTIL ARR-IDX > ARR-COUNT
011368         IF  A-ACTION (ARR-IDX) NOT = "N"
011369                 AND A-NEW-TYPE (ARR-IDX) NOT =
011370                                             A-BOOK-TYPE (ARR-IDX)
011371             MOVE    A-RSVNUM (ARR-IDX)      TO  U-RSVNUM
011372             MOVE    A-NAME (ARR-IDX)        TO  U-NAME
011373             MOVE    A-GROUP (ARR-IDX)       TO  U-GROUP
011374             MOVE    A-BOOK-TYPE (ARR-IDX)   TO  U-BOOK-TYPE
011375             MOVE    A-NEW-ROOM (ARR-IDX)    TO  U-ROOM
011376             MOVE    A-NEW-TYPE (ARR-IDX)    TO  U-NEW-TYPE
011377             MOVE    A-BOOK-TYPE (ARR-IDX)   TO  U-RATE-TYPE
011378             MOVE    UPGRADE-DETAIL  TO  UPGRADE-LIST-LINE
011379             WRITE   UPGRADE-LIST-LINE
011380             ADD 1   TO  LISTED-COUNT
011381         END-IF
011382     END-PERFORM.
011383     IF  LISTED-COUNT = 0
011384         MOVE "NO ARRIVALS UPGRADED."    TO  UPGRADE-LIST-LINE
011385         WRITE   UPGRADE-LIST-LINE
011386     END-IF.
011387     CLOSE   UPGRADE-LIST-FILE.
011388 PRINT-UPGRADES-LIST-EX.
011389     EXIT.
011390*
011391 RAISE-ERROR SECTION.
011392*
011393***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET              ***
011394*
011395     MOVE    "E"         TO  MSG-SEVERITY.
011396     MOVE    "DEMOMSG"   TO  POW-0001.
011397     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
011398      POW-0001 .
011399 RAISE-ERROR-EX.
011400     EXIT.
011401 END PROGRAM "ARRIVALS-ROOM-ASSIGNMENT".
011402 IDENTIFICATION DIVISION.
011403 PROGRAM-ID. "TRAVEL-AGENT-MAINTENANCE".
011404******************************************************************
011405*        SHEET(ITEM) ===>    HOTEL
011406*        EVENT       ===>    SUPERVISOR TRAVEL AGENT SUBMIT
011407******************************************************************
011408*   OPENS OR CORRECTS TRAVEL AGENT EX-AGTNUM (THE AGENCY'S IATA
011409*   OR HOUSE AGENT NUMBER) ON THE AGTFILE AGENT MASTER: NAME,
011410*   PHONE, COMMISSION PCT PAID ON ROOM REVENUE, AND STATUS. A
011411*   CLOSED AGENT CAN TAKE NO NEW BOOKINGS BUT IS STILL PAID ON
011412*   THE STAYS ALREADY BOOKED. THE PCT IN FORCE AT MONTH END IS
011413*   THE PCT PAID FOR THE MONTH.
011414*
011415 ENVIRONMENT DIVISION.
011416 INPUT-OUTPUT SECTION.
011417 FILE-CONTROL.
011418     SELECT AGENT-FILE         ASSIGN TO  "AGTFILE"
011419         ORGANIZATION IS INDEXED
011420         ACCESS MODE  IS DYNAMIC
011421         RECORD KEY   IS AGT-NUM-KEY
011422         FILE STATUS  IS AGT-FILE-STATUS.
011423 DATA        DIVISION.
011424 FILE SECTION.
011425 FD  AGENT-FILE.
011426 01  AGENT-RECORD.
011427     05  AGT-NUM-KEY         PIC X(08).
011428     05  AGT-NAME            PIC X(30).
011429     05  AGT-TEL             PIC X(12).
011430     05  AGT-COMM-PCT        PIC 9(02)V9(02).
011431     05  AGT-STAT            PIC X(01).
011432*        "A" = ACTIVE, "C" = CLOSED
011433     05  AGT-OPENED          PIC X(10).
011434     05  AGT-USER            PIC X(08).
011435 WORKING-STORAGE SECTION.
011436 77  AGT-FILE-STATUS         PIC X(02).
011437 77  VALID-SW             PIC X(01).
011438 77  NEW-AGT-SW           PIC X(01).
011439 77  POW-0001                PIC X(14).
011440 PROCEDURE   DIVISION.
011441 MAIN                    SECTION.
011442*
011443***  AGENT MAINTENANCE IS A SUPERVISOR FUNCTION -- A CLERK,    ***
011444***  OR NOBODY SIGNED ON AT ALL, IS REFUSED                    ***
011445*
011446     MOVE    "Y"     TO  VALID-SW.
011447     IF  EX-USRLEVEL NOT = "S"
011448         MOVE "SUPERVISOR SIGN-ON REQUIRED FOR THIS FUNCTION."
011449                                             TO  MSG-ERR
011450         MOVE    "N"     TO  VALID-SW
011451     END-IF.
011452     IF  VALID-SW = "Y"
011453         IF  EX-AGTNUM = SPACES
011454             MOVE "TRAVEL AGENT NUMBER IS REQUIRED."  TO  MSG-ERR
011455             MOVE    "N"     TO  VALID-SW
011456         END-IF
011457     END-IF.
011458     IF  VALID-SW = "Y"
011459         IF  EX-AGTNAME = SPACES
011460             MOVE "TRAVEL AGENT NAME IS REQUIRED."    TO  MSG-ERR
011461             MOVE    "N"     TO  VALID-SW
011462         END-IF
011463     END-IF.
011464     IF  VALID-SW = "Y"
011465         IF  EX-AGTSTAT = SPACE
011466             MOVE    "A"     TO  EX-AGTSTAT
011467         END-IF
011468         IF  EX-AGTSTAT NOT = "A" AND EX-AGTSTAT NOT = "C"
011469             MOVE "AGENT STATUS MUST BE A OR C."      TO  MSG-ERR
011470             MOVE    "N"     TO  VALID-SW
011471         END-IF
011472     END-IF.
011473     IF  VALID-SW = "Y"
011474         IF  EX-AGTPCT NOT NUMERIC
011475                 OR EX-AGTPCT > 50
011476             MOVE "COMMISSION PCT MUST BE 0 TO 50."   TO  MSG-ERR
011477             MOVE    "N"     TO  VALID-SW
011478         END-IF
011479     END-IF.
011480     IF  VALID-SW = "N"
011481         PERFORM RAISE-ERROR
011482     ELSE
011483         PERFORM RECORD-AGENT
011484     END-IF.
011485*
011486 MAIN-EX.
011487     EXIT    PROGRAM.
011488*
011489 RECORD-AGENT SECTION.
011490*
011491***  AN AGENT ALREADY ON FILE KEEPS ITS OPENED DATE; ONLY THE  ***
011492***  KEYED DETAILS ARE REPLACED                                ***
011493*
011494     CALL    "GET-BUSINESS-DATE".
011495     OPEN    I-O     AGENT-FILE.
011496     IF  AGT-FILE-STATUS = "35"
011497         OPEN    OUTPUT  AGENT-FILE
011498     END-IF.
011499     MOVE    "N"         TO  NEW-AGT-SW.
011500     MOVE    EX-AGTNUM   TO  AGT-NUM-KEY.
011501     READ    AGENT-FILE RECORD.
011502     IF  AGT-FILE-STATUS NOT = "00"
011503         MOVE    "Y"         TO  NEW-AGT-SW
011504         MOVE    SPACES      TO  AGENT-RECORD
011505         MOVE    EX-AGTNUM   TO  AGT-NUM-KEY
011506         MOVE    EX-BUSDATE  TO  AGT-OPENED
011507     END-IF.
011508     MOVE    EX-AGTNAME  TO  AGT-NAME.
011509     MOVE    EX-AGTTEL   TO  AGT-TEL.
011510     MOVE    EX-AGTPCT   TO  AGT-COMM-PCT.
011511     MOVE    EX-AGTSTAT  TO  AGT-STAT.
011512     MOVE    EX-USRID    TO  AGT-USER.
011513     IF  NEW-AGT-SW = "Y"
011514         WRITE   AGENT-RECORD
011515     ELSE
011516         REWRITE AGENT-RECORD
011517     END-IF.
011518     IF  AGT-FILE-STATUS NOT = "00"
011519         MOVE "AGENT MASTER WRITE FAILED -- NOT RECORDED."
011520                                             TO  MSG-ERR
011521         MOVE    "N"     TO  VALID-SW
011522     END-IF.
011523     CLOSE   AGENT-FILE.
011524     IF  VALID-SW = "N"
011525         PERFORM RAISE-ERROR
011526     ELSE
011527         MOVE    SPACES      TO  MSG-ERR
011528         IF  NEW-AGT-SW = "Y"
011529             STRING  "TRAVEL AGENT " EX-AGTNUM " OPENED."
011530                     DELIMITED BY SIZE   INTO  MSG-ERR
011531         ELSE
011532             STRING  "TRAVEL AGENT " EX-AGTNUM " UPDATED."
011533                     DELIMITED BY SIZE   INTO  MSG-ERR
011534         END-IF
011535         MOVE    "I"         TO  MSG-SEVERITY
011536         MOVE    "DEMOMSG"   TO  POW-0001
011537         CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
011538          BY REFERENCE POW-0001
011539     END-IF.
011540 RECORD-AGENT-EX.
011541     EXIT.
011542*
011543 RAISE-ERROR SECTION.
011544*
011545***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
011546*
011547     MOVE    "E"         TO  MSG-SEVERITY.
011548     MOVE    "DEMOMSG"   TO  POW-0001.
011549     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
011550      POW-0001 .
011551 RAISE-ERROR-EX.
011552     EXIT.
011553 END PROGRAM "TRAVEL-AGENT-MAINTENANCE".
011554 IDENTIFICATION DIVISION.
011555 PROGRAM-ID. "GET-TRAVEL-AGENT".
011556******************************************************************
011557*        SHEET(ITEM) ===>    HOTEL
011558*        EVENT       ===>    TRAVEL AGENT LOOK-UP
011559******************************************************************
011560*   RETURNS THE STATUS ("A" = ACTIVE, "C" = CLOSED) AND THE
011561*   COMMISSION PCT OF TRAVEL AGENT EX-AGQNUM FROM THE AGTFILE
011562*   AGENT MASTER IN EX-AGQSTAT AND EX-AGQPCT. AN AGENT NOT ON
011563*   FILE, OR NO AGTFILE AT ALL, RETURNS A SPACE STATUS AND A
011564*   ZERO PCT.
011565*
011566 ENVIRONMENT DIVISION.
011567 INPUT-OUTPUT SECTION.
011568 FILE-CONTROL.
011569     SELECT AGENT-FILE         ASSIGN TO  "AGTFILE"
011570         ORGANIZATION IS INDEXED
011571         ACCESS MODE  IS DYNAMIC
011572         RECORD KEY   IS AGT-NUM-KEY
011573         FILE STATUS  IS AGT-FILE-STATUS.
011574 DATA        DIVISION.
011575 FILE SECTION.
011576 FD  AGENT-FILE.
011577 01  AGENT-RECORD.
011578     05  AGT-NUM-KEY         PIC X(08).
011579     05  AGT-NAME            PIC X(30).
011580     05  AGT-TEL             PIC X(12).
011581     05  AGT-COMM-PCT        PIC 9(02)V9(02).
011582     05  AGT-STAT            PIC X(01).
011583     05  AGT-OPENED          PIC X(10).
011584     05  AGT-USER            PIC X(08).
011585 WORKING-STORAGE SECTION.
011586 77  AGT-FILE-STATUS         PIC X(02).
011587 PROCEDURE   DIVISION.
011588 MAIN                    SECTION.
011589*
011590     MOVE    SPACE   TO  EX-AGQSTAT.
011591     MOVE    ZERO    TO  EX-AGQPCT.
011592     OPEN INPUT  AGENT-FILE.
011593     IF  AGT-FILE-STATUS = "00"
011594         MOVE    EX-AGQNUM   TO  AGT-NUM-KEY
011595         READ    AGENT-FILE RECORD
011596         IF  AGT-FILE-STATUS = "00"
011597             MOVE    AGT-STAT        TO  EX-AGQSTAT
011598             MOVE    AGT-COMM-PCT    TO  EX-AGQPCT
011599         END-IF
011600         CLOSE AGENT-FILE
011601     END-IF.
011602*
011603 MAIN-EX.
011604     EXIT    PROGRAM.
011605 END PROGRAM "GET-TRAVEL-AGENT".
011606 IDENTIFICATION DIVISION.
011607 PROGRAM-ID. "TRAVEL-AGENT-COMMISSION".
011608******************************************************************
011609*        SHEET(ITEM) ===>    HOTEL
011610*        EVENT       ===>    MONTH-END BATCH / AGENT COMMISSION
011611******************************************************************
011612*   PRINTS ONE COMMISSION PAYABLE STATEMENT PER TRAVEL AGENT ON
011613*   THE AGTFILE AGENT MASTER FOR THE YEAR/MONTH IN EX-RSVDATE
011614*   (1:7) -- BLANK OR MALFORMED MEANS THE MONTH OF THE BUSINESS
011615*   DATE. COMMISSION IS EARNED ON STAYS THE AGENT BOOKED THAT
011616*   DEPARTED IN THE MONTH, TAKEN FROM THE RSVHIST ARCHIVE: NO-
011617*   SHOWS ARE NOT PAID, AND A CANCELLED BOOKING NEVER REACHES
011618*   THE ARCHIVE. THE ROOM REVENUE IS THE NIGHTS ACTUALLY STAYED
011619*   (MINIMUM ONE) PRICED WITHOUT TAX THROUGH PRICE-STAY-FOLIO AT
011620*   THE TYPE BOOKED, AS AT CHECK-OUT; THE COMMISSION IS THE
011621*   AGENT'S PCT OF IT, ROUNDED PER STAY. AN AGENT WITH NOTHING
011622*   EARNED IN THE MONTH IS SKIPPED. STATEMENTS GO TO COMMRPT;
011623*   THE SAME FIGURES GO TO THE COMMFEED ACCOUNTING FEED AS ONE
011624*   "S" RECORD PER STAY AND ONE "A" TOTAL RECORD PER AGENT.
011625*
011626 ENVIRONMENT DIVISION.
011627 INPUT-OUTPUT SECTION.
011628 FILE-CONTROL.
011629     SELECT AGENT-FILE         ASSIGN TO  "AGTFILE"
011630         ORGANIZATION IS INDEXED
011631         ACCESS MODE  IS DYNAMIC
011632         RECORD KEY   IS AGT-NUM-KEY
011633         FILE STATUS  IS AGT-FILE-STATUS.
011634     SELECT HISTORY-FILE       ASSIGN TO  "RSVHIST"
011635         ORGANIZATION IS INDEXED
011636         ACCESS MODE  IS DYNAMIC
011637         RECORD KEY   IS HIST-RSV-NUM
011638         FILE STATUS  IS HIST-FILE-STATUS.
011639     SELECT COMMISSION-REPORT-FILE  ASSIGN TO  "COMMRPT"
011640         ORGANIZATION IS LINE SEQUENTIAL.
011641     SELECT COMMISSION-FEED-FILE    ASSIGN TO  "COMMFEED"
011642         ORGANIZATION IS LINE SEQUENTIAL.
011643 DATA        DIVISION.
011644 FILE SECTION.
011645 FD  AGENT-FILE.
011646 01  AGENT-RECORD.
011647     05  AGT-NUM-KEY         PIC X(08).
011648     05  AGT-NAME            PIC X(30).
011649     05  AGT-TEL             PIC X(12).
011650     05  AGT-COMM-PCT        PIC 9(02)V9(02).
011651     05  AGT-STAT            PIC X(01).
011652     05  AGT-OPENED          PIC X(10).
011653     05  AGT-USER            PIC X(08).
011654 FD  HISTORY-FILE.
011655 01  HISTORY-RECORD.
011656     05  HIST-RSV-NUM        PIC X(09).
011657     05  HIST-RSV-DATE       PIC X(10).
011658     05  HIST-RSV-ROOM       PIC X(04).
011659     05  HIST-RSV-NAME       PIC X(20).
011660     05  HIST-RSV-TEL        PIC X(12).
011661     05  HIST-RSV-STAY       PIC X(02).
011662     05  HIST-ARRIVE         PIC X(10).
011663     05  HIST-DEPART         PIC X(10).
011664     05  HIST-STAT           PIC X(01).
011665     05  HIST-GROUP          PIC X(05).
011666     05  HIST-USER           PIC X(08).
011667     05  HIST-ARCHIVED-DATE  PIC X(10).
011668     05  HIST-SOURCE         PIC X(01).
011669     05  HIST-AGENT          PIC X(08).
011670 FD  COMMISSION-REPORT-FILE.
011671 01  COMMISSION-REPORT-LINE      PIC X(80).
011672 FD  COMMISSION-FEED-FILE.
011673 01  COMMISSION-FEED-RECORD.
011674     05  CF-KIND             PIC X(01).
011675*        "S" = ONE STAY, "A" = THE AGENT'S TOTAL FOR THE MONTH
011676     05  CF-MONTH            PIC X(07).
011677     05  CF-AGENT            PIC X(08).
011678     05  CF-RSV-NUM          PIC X(09).
011679     05  CF-DEPART           PIC X(10).
011680*        SPACES ON AN "A" RECORD
011681     05  CF-STAYS            PIC 9(04).
011682     05  CF-NIGHTS           PIC 9(05).
011683     05  CF-REVENUE          PIC 9(09)V9(02).
011684     05  CF-PCT              PIC 9(02)V9(02).
011685     05  CF-COMMISSION       PIC 9(09)V9(02).
011686 WORKING-STORAGE SECTION.
011687 77  AGT-FILE-STATUS         PIC X(02).
011688 77  HIST-FILE-STATUS        PIC X(02).
011689 77  HIST-OPEN            PIC X(01).
011690 77  COMM-MONTH           PIC X(07).
011691 77  STAY-TYPE            PIC X(02).
011692 77  ACT-ARR-8            PIC 9(08).
011693 77  ACT-ARR-JUL          PIC 9(07).
011694 77  ACT-DEP-8            PIC 9(08).
011695 77  ACT-DEP-JUL          PIC 9(07).
011696 77  BILL-NIGHTS          PIC S9(04) COMP-5.
011697 77  STAY-REVENUE         PIC 9(07)V9(02).
011698 77  STAY-COMMISSION      PIC 9(07)V9(02).
011699 77  AGENT-STAYS          PIC 9(04).
011700 77  AGENT-NIGHTS         PIC 9(05).
011701 77  AGENT-REVENUE        PIC 9(09)V9(02).
011702 77  AGENT-COMMISSION     PIC 9(09)V9(02).
011703 77  AGENT-COUNT          PIC 9(05).
011704 77  TOTAL-STAYS          PIC 9(05).
011705 77  TOTAL-REVENUE        PIC 9(09)V9(02).
011706 77  TOTAL-COMMISSION     PIC 9(09)V9(02).
011707 77  COUNT-ED             PIC ZZZZ9.
011708 77  STAYS-ED             PIC ZZZZ9.
011709 77  PCT-ED               PIC Z9.99.
011710 77  POW-0001                PIC X(14).
011711 01  COMM-DETAIL.
011712     05  C-RSV                PIC X(09).
011713     05  FILLER                  PIC X(02)   VALUE SPACES.
011714     05  C-NAME               PIC X(20).
011715     05  FILLER                  PIC X(01)   VALUE SPACES.
011716     05  C-ARRIVE             PIC X(10).
011717     05  FILLER                  PIC X(01)   VALUE SPACES.
011718     05  C-DEPART             PIC X(10).
011719     05  FILLER                  PIC X(01)   VALUE SPACES.
011720     05  C-NIGHTS             PIC ZZ9.
011721     05  FILLER                  PIC X(01)   VALUE SPACES.
011722     05  C-REVENUE            PIC Z(06)9.9(02).
011723     05  FILLER                  PIC X(01)   VALUE SPACES.
011724     05  C-COMMISSION         PIC Z(06)9.9(02).
011725     05  FILLER                  PIC X(01)   VALUE SPACES.
011726 01  COMM-TOTAL.
011727     05  T-LABEL              PIC X(58).
011728     05  T-REVENUE            PIC Z(06)9.9(02).
011729     05  FILLER                  PIC X(01)   VALUE SPACES.
011730     05  T-COMMISSION         PIC Z(06)9.9(02).
011731     05  FILLER                  PIC X(01)   VALUE SPACES.
011732 PROCEDURE   DIVISION.
011733 MAIN                    SECTION.
011734*
011735     PERFORM RESOLVE-COMMISSION-MONTH.
011736     MOVE    ZERO    TO  AGENT-COUNT  TOTAL-STAYS  TOTAL-REVENUE
011737                         TOTAL-COMMISSION.
011738     OPEN    OUTPUT  COMMISSION-REPORT-FILE.
011739     OPEN    OUTPUT  COMMISSION-FEED-FILE.
011740     MOVE    SPACES  TO  COMMISSION-REPORT-LINE.
011741     STRING  "TRAVEL AGENT COMMISSION PAYABLE -- MONTH "
011742             COMM-MONTH
011743             DELIMITED BY SIZE   INTO  COMMISSION-REPORT-LINE.
011744     WRITE   COMMISSION-REPORT-LINE.
011745     MOVE    SPACES  TO  COMMISSION-REPORT-LINE.
011746     WRITE   COMMISSION-REPORT-LINE.
011747     MOVE    "N"     TO  HIST-OPEN.
011748     OPEN INPUT  HISTORY-FILE.
011749     IF  HIST-FILE-STATUS = "00"
011750         MOVE    "Y"     TO  HIST-OPEN
011751     END-IF.
011752     OPEN INPUT  AGENT-FILE.
011753     IF  AGT-FILE-STATUS = "00"
011754         IF  HIST-OPEN = "Y"
011755             PERFORM UNTIL AGT-FILE-STATUS NOT = "00"
011756                 READ AGENT-FILE NEXT RECORD
011757                     AT END
011758                         MOVE "10"  TO AGT-FILE-STATUS
011759                     NOT AT END
011760                         PERFORM STATE-ONE-AGENT
011761                 END-READ
011762             END-PERFORM
011763         END-IF
011764         CLOSE AGENT-FILE
011765     END-IF.
011766     IF  HIST-OPEN = "Y"
011767         CLOSE   HISTORY-FILE
011768     END-IF.
011769     MOVE    AGENT-COUNT     TO  COUNT-ED.
011770     MOVE    TOTAL-STAYS     TO  STAYS-ED.
011771     MOVE    SPACES          TO  COMM-TOTAL.
011772     STRING  "AGENTS " COUNT-ED "  STAYS " STAYS-ED
011773             "  TOTAL PAYABLE"
011774             DELIMITED BY SIZE   INTO  T-LABEL.
011775     MOVE    TOTAL-REVENUE       TO  T-REVENUE.
011776     MOVE    TOTAL-COMMISSION    TO  T-COMMISSION.
011777     MOVE    COMM-TOTAL      TO  COMMISSION-REPORT-LINE.
011778     WRITE   COMMISSION-REPORT-LINE.
011779     CLOSE   COMMISSION-FEED-FILE.
011780     CLOSE   COMMISSION-REPORT-FILE.
011781     MOVE    "AGENT COMMISSION WRITTEN TO COMMRPT AND COMMFEED."
011782                                     TO  MSG-ERR.
011783     MOVE    "I"         TO  MSG-SEVERITY.
011784     MOVE    "DEMOMSG"   TO  POW-0001.
011785     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
011786      POW-0001 .
011787*
011788 MAIN-EX.
011789     EXIT    PROGRAM.
011790*
011791 RESOLVE-COMMISSION-MONTH SECTION.
011792*
011793***  "YYYY/MM" IS TAKEN FROM THE FRONT OF EX-RSVDATE -- A  ***
011794***  BLANK OR MALFORMED ENTRY MEANS THE BUSINESS MONTH     ***
011795*
011796     CALL    "GET-BUSINESS-DATE".
011797     IF  EX-RSVDATE (1:4) NUMERIC
011798             AND EX-RSVDATE (5:1) = "/"
011799             AND EX-RSVDATE (6:2) NUMERIC
011800             AND EX-RSVDATE (6:2) > "00"
011801             AND EX-RSVDATE (6:2) < "13"
011802         MOVE    EX-RSVDATE (1:7)    TO  COMM-MONTH
011803     ELSE
011804         MOVE    EX-BUSDATE (1:7)    TO  COMM-MONTH
011805     END-IF.
011806 RESOLVE-COMMISSION-MONTH-EX.
011807     EXIT.
011808*
011809 STATE-ONE-AGENT SECTION.
011810*
011811***  THE ARCHIVE IS KEYED BY RESERVATION, NOT AGENT, SO EACH  ***
011812***  AGENT READS IT THROUGH. THE HEADING IS WRITTEN WITH THE  ***
011813***  AGENT'S FIRST COMMISSIONABLE STAY                        ***
011814*
011815     MOVE    ZERO    TO  AGENT-STAYS  AGENT-NIGHTS  AGENT-REVENUE
011816                         AGENT-COMMISSION.
011817     MOVE    LOW-VALUES  TO  HIST-RSV-NUM.
011818     START   HISTORY-FILE KEY NOT < HIST-RSV-NUM.
011819     PERFORM UNTIL HIST-FILE-STATUS NOT = "00"
011820         READ HISTORY-FILE NEXT RECORD
011821             AT END
011822                 MOVE "10"  TO HIST-FILE-STATUS
011823             NOT AT END
011824                 IF  HIST-AGENT = AGT-NUM-KEY
011825                         AND HIST-STAT = "D"
011826                         AND HIST-DEPART (1:7) = COMM-MONTH
011827                     PERFORM PAY-ONE-STAY
011828                 END-IF
011829         END-READ
011830     END-PERFORM.
011831     IF  AGENT-STAYS > 0
011832         ADD     1                   TO  AGENT-COUNT
011833         ADD     AGENT-STAYS         TO  TOTAL-STAYS
011834         ADD     AGENT-REVENUE       TO  TOTAL-REVENUE
011835         ADD     AGENT-COMMISSION    TO  TOTAL-COMMISSION
011836         MOVE    AGENT-STAYS     TO  STAYS-ED
011837         MOVE    SPACES          TO  COMM-TOTAL
011838         STRING  "STAYS " STAYS-ED "  COMMISSION PAYABLE"
011839                 DELIMITED BY SIZE   INTO  T-LABEL
011840         MOVE    AGENT-REVENUE       TO  T-REVENUE
011841         MOVE    AGENT-COMMISSION    TO  T-COMMISSION
011842         MOVE    COMM-TOTAL      TO  COMMISSION-REPORT-LINE
011843         WRITE   COMMISSION-REPORT-LINE
011844         MOVE    SPACES          TO  COMMISSION-REPORT-LINE
011845         WRITE   COMMISSION-REPORT-LINE
011846         MOVE    SPACES          TO  COMMISSION-FEED-RECORD
011847         MOVE    "A"                 TO  CF-KIND
011848         MOVE    COMM-MONTH          TO  CF-MONTH
011849         MOVE    AGT-NUM-KEY         TO  CF-AGENT
011850         MOVE    AGENT-STAYS         TO  CF-STAYS
011851         MOVE    AGENT-NIGHTS        TO  CF-NIGHTS
011852         MOVE    AGENT-REVENUE       TO  CF-REVENUE
011853         MOVE    AGT-COMM-PCT        TO  CF-PCT
011854         MOVE    AGENT-COMMISSION    TO  CF-COMMISSION
011855         WRITE   COMMISSION-FEED-RECORD
011856     END-IF.
011857 STATE-ONE-AGENT-EX.
011858     EXIT.
011859*
011860 PAY-ONE-STAY SECTION.
011861*
011862***  SAME NIGHTS RULE AS THE CHECK-OUT FOLIO: RECORDED    ***
011863***  DEPARTURE MINUS RECORDED ARRIVAL, AND A SAME-DAY       ***
011864***  DEPARTURE STILL PAYS FOR ONE NIGHT                     ***
011865*
011866     IF  HIST-ARRIVE = SPACES
011867         MOVE    HIST-RSV-DATE   TO  HIST-ARRIVE
011868     END-IF.
011869     MOVE    HIST-ARRIVE (1:4)       TO  ACT-ARR-8 (1:4).
011870     MOVE    HIST-ARRIVE (6:2)       TO  ACT-ARR-8 (5:2).
011871     MOVE    HIST-ARRIVE (9:2)       TO  ACT-ARR-8 (7:2).
011872     MOVE    HIST-DEPART (1:4)       TO  ACT-DEP-8 (1:4).
011873     MOVE    HIST-DEPART (6:2)       TO  ACT-DEP-8 (5:2).
011874     MOVE    HIST-DEPART (9:2)       TO  ACT-DEP-8 (7:2).
011875     COMPUTE ACT-ARR-JUL = FUNCTION INTEGER-OF-DATE(ACT-ARR-8).
011876     COMPUTE ACT-DEP-JUL = FUNCTION INTEGER-OF-DATE(ACT-DEP-8).
011877     COMPUTE BILL-NIGHTS = ACT-DEP-JUL - ACT-ARR-JUL.
011878     IF  BILL-NIGHTS < 1
011879         MOVE    1       TO  BILL-NIGHTS
011880     END-IF.
011881     IF  BILL-NIGHTS > 99
011882         MOVE    99      TO  BILL-NIGHTS
011883     END-IF.
011884*
011885***  ROOM REVENUE ONLY -- TAX IS NOT COMMISSIONABLE. A ROOM   ***
011886***  GIVEN AS A NO-CHARGE UPGRADE EARNS AT THE TYPE BOOKED    ***
011887*
011888     MOVE    SPACES  TO  STAY-TYPE.
011889     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
011890         IF  ROOM-NUM (ROOM-IDX) = HIST-RSV-ROOM
011891             MOVE    ROOM-TYPE (ROOM-IDX)    TO  STAY-TYPE
011892         END-IF
011893     END-PERFORM.
011894     MOVE    HIST-RSV-NUM    TO  EX-UPGNUM.
011895     MOVE    HIST-RSV-ROOM   TO  EX-UPGROOM.
011896     MOVE    STAY-TYPE       TO  EX-UPGTYPE.
011897     CALL    "GET-BOOKED-RATE-TYPE".
011898     MOVE    EX-UPGTYPE      TO  FOLIO-TYPE.
011899     MOVE    BILL-NIGHTS     TO  FOLIO-NIGHTS.
011900     MOVE    HIST-ARRIVE     TO  FOLIO-START.
011901     CALL    "PRICE-STAY-FOLIO".
011902     MOVE    FOLIO-ROOM-CHG  TO  STAY-REVENUE.
011903     COMPUTE STAY-COMMISSION ROUNDED =
011904                     STAY-REVENUE * AGT-COMM-PCT / 100.
011905     IF  AGENT-STAYS = ZERO
011906         MOVE    AGT-COMM-PCT    TO  PCT-ED
011907         MOVE    SPACES  TO  COMMISSION-REPORT-LINE
011908         STRING  "STATEMENT " AGT-NUM-KEY "  " AGT-NAME
011909                 "  COMMISSION " PCT-ED "%"
011910                 DELIMITED BY SIZE   INTO  COMMISSION-REPORT-LINE
011911         WRITE   COMMISSION-REPORT-LINE
011912         MOVE    SPACES  TO  COMMISSION-REPORT-LINE
011913         STRING  "RSV NUM    GUEST NAME           ARRIVED    "
011914                 "DEPARTED   NTS    REVENUE COMMISSION"
011915                 DELIMITED BY SIZE   INTO  COMMISSION-REPORT-LINE
011916         WRITE   COMMISSION-REPORT-LINE
011917     END-IF.
011918     ADD     1                   TO  AGENT-STAYS.
011919     ADD     BILL-NIGHTS         TO  AGENT-NIGHTS.
011920     ADD     STAY-REVENUE        TO  AGENT-REVENUE.
011921     ADD     STAY-COMMISSION     TO  AGENT-COMMISSION.
011922     MOVE    HIST-RSV-NUM        TO  C-RSV.
011923     MOVE    HIST-RSV-NAME       TO  C-NAME.
011924     MOVE    HIST-ARRIVE         TO  C-ARRIVE.
011925     MOVE    HIST-DEPART         TO  C-DEPART.
011926     MOVE    BILL-NIGHTS         TO  C-NIGHTS.
011927     MOVE    STAY-REVENUE        TO  C-REVENUE.
011928     MOVE    STAY-COMMISSION     TO  C-COMMISSION.
011929     MOVE    COMM-DETAIL     TO  COMMISSION-REPORT-LINE.
011930     WRITE   COMMISSION-REPORT-LINE.
011931     MOVE    SPACES              TO  COMMISSION-FEED-RECORD.
011932     MOVE    "S"                 TO  CF-KIND.
011933     MOVE    COMM-MONTH          TO  CF-MONTH.
011934     MOVE    AGT-NUM-KEY         TO  CF-AGENT.
011935     MOVE    HIST-RSV-NUM        TO  CF-RSV-NUM.
011936     MOVE    HIST-DEPART         TO  CF-DEPART.
011937     MOVE    1                   TO  CF-STAYS.
011938     MOVE    BILL-NIGHTS         TO  CF-NIGHTS.
011939     MOVE    STAY-REVENUE        TO  CF-REVENUE.
011940     MOVE    AGT-COMM-PCT        TO  CF-PCT.
011941     MOVE    STAY-COMMISSION     TO  CF-COMMISSION.
011942     WRITE   COMMISSION-FEED-RECORD.
011943 PAY-ONE-STAY-EX.
011944     EXIT.
011945 END PROGRAM "TRAVEL-AGENT-COMMISSION".
011946 IDENTIFICATION DIVISION.
011947 PROGRAM-ID. "ON-THE-BOOKS-SNAPSHOT".
011948******************************************************************
011949*        SHEET(ITEM) ===>    HOTEL
011950*        EVENT       ===>    NIGHTLY BATCH / ON-THE-BOOKS SNAPSHOT
011951******************************************************************
011952*   SAVES TO THE OTBFILE SNAPSHOT MASTER THE ROOMS AND ROOM
011953*   REVENUE ON THE BOOKS FOR EACH OF THE NEXT 365 NIGHTS,
011954*   TONIGHT FIRST, AS SEEN ON THE BUSINESS DATE. EVERY LIVE ROW
011955*   OF THE RESERVATION MASTER (BOOKED OR IN HOUSE) COUNTS ONE
011956*   ROOM PER NIGHT OF ITS STAY UNDER ITS ROOM'S TYPE, WITH GROUP
011957*   BLOCK MEMBERS (RSV-GROUP-KEY) KEPT APART FROM INDIVIDUAL
011958*   BOOKINGS. EACH NIGHT IS PRICED WITHOUT TAX THROUGH
011959*   PRICE-STAY-FOLIO FROM THE DATE-EFFECTIVE RATE MASTER, AT THE
011960*   TYPE BOOKED FOR A NO-CHARGE UPGRADE. ONE ROW IS WRITTEN PER
011961*   NIGHT AND TYPE, PLUS A "KE" HOUSE TOTAL ROW, EVEN WHEN
011962*   NOTHING IS BOOKED, SO A MISSING ROW ALWAYS MEANS NO SNAPSHOT
011963*   WAS TAKEN. A RERUN FOR THE SAME BUSINESS DATE REPLACES THAT
011964*   DATE'S SNAPSHOT. SNAPSHOTS MORE THAN 400 DAYS OLD -- PAST
011965*   ANY LAST-YEAR COMPARISON -- ARE DELETED.
011966*
011967 ENVIRONMENT DIVISION.
011968 INPUT-OUTPUT SECTION.
011969 FILE-CONTROL.
011970     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
011971         ORGANIZATION IS INDEXED
011972         ACCESS MODE  IS DYNAMIC
011973         RECORD KEY   IS RSV-NUM-KEY
011974         FILE STATUS  IS RSV-FILE-STATUS.
011975     SELECT SNAPSHOT-FILE      ASSIGN TO  "OTBFILE"
011976         ORGANIZATION IS INDEXED
011977         ACCESS MODE  IS DYNAMIC
011978         RECORD KEY   IS OTB-ID-KEY
011979         FILE STATUS  IS OTB-FILE-STATUS.
011980 DATA        DIVISION.
011981 FILE SECTION.
011982 FD  RESERVATION-FILE.
011983 01  RESERVATION-RECORD.
011984     05  RSV-NUM-KEY         PIC X(09).
011985     05  RSV-DATE-KEY        PIC X(10).
011986     05  RSV-ROOM-KEY        PIC X(04).
011987     05  RSV-NAME-KEY        PIC X(20).
011988     05  RSV-TEL-KEY         PIC X(12).
011989     05  RSV-STAY-KEY        PIC X(02).
011990     05  RSV-ARRIVE-KEY      PIC X(10).
011991     05  RSV-DEPART-KEY      PIC X(10).
011992     05  RSV-STAT-KEY        PIC X(01).
011993     05  RSV-GROUP-KEY       PIC X(05).
011994     05  RSV-USER-KEY        PIC X(08).
011995     05  RSV-SOURCE-KEY      PIC X(01).
011996     05  RSV-AGENT-KEY       PIC X(08).
011997 FD  SNAPSHOT-FILE.
011998 01  SNAPSHOT-RECORD.
011999     05  OTB-ID-KEY.
012000         07  OTB-SNAP-DATE   PIC X(10).
012001*            BUSINESS DATE THE SNAPSHOT WAS TAKEN ON
012002         07  OTB-STAY-DATE   PIC X(10).
012003         07  OTB-TYPE        PIC X(02).
012004*            ROOM TYPE, "KE" = HOUSE TOTAL
012005     05  OTB-IND-ROOMS       PIC 9(04).
012006     05  OTB-GRP-ROOMS       PIC 9(04).
012007     05  OTB-IND-REV         PIC 9(07)V9(02).
012008     05  OTB-GRP-REV         PIC 9(07)V9(02).
012009     05  OTB-STAMP           PIC X(14).
012010 WORKING-STORAGE SECTION.
012011 77  RSV-FILE-STATUS         PIC X(02).
012012 77  OTB-FILE-STATUS         PIC X(02).
012013 77  SNAP-OK              PIC X(01).
012014 77  SNAP-DATE            PIC X(10).
012015 77  SNAP-JUL             PIC 9(07).
012016 77  LAST-JUL             PIC 9(07).
012017 77  CUTOFF-DATE          PIC X(10).
012018 77  ARR-8                PIC 9(08).
012019 77  ARR-JUL              PIC 9(07).
012020 77  DEP-JUL              PIC 9(07).
012021 77  FIRST-JUL            PIC 9(07).
012022 77  STOP-JUL             PIC 9(07).
012023 77  NIGHT-JUL            PIC 9(07).
012024 77  WORK-JUL             PIC 9(07).
012025 77  WORK-8               PIC 9(08).
012026 77  WORK-YMD             PIC X(10).
012027 77  NIGHTS               PIC 9(02).
012028 77  TYPE-POS             PIC S9(04) COMP-5.
012029 77  TYPE-IDX             PIC S9(04) COMP-5.
012030 77  NIGHT-POS            PIC S9(04) COMP-5.
012031 77  RATE-TYPE            PIC X(02).
012032 77  ROOM-NIGHTS          PIC 9(07).
012033 77  PURGE-COUNT          PIC 9(07).
012034 77  TS-DATE8             PIC 9(08).
012035 77  TS-TIME8             PIC 9(08).
012036 77  RUN-STAMP            PIC X(14).
012037 77  NIGHTS-ED            PIC Z(06)9.
012038 77  POW-0001                PIC X(14).
012039 01  NIGHT-TABLE.
012040     05  NIGHT-ROW       OCCURS  365 TIMES.
012041         07  NIGHT-CELL  OCCURS  7   TIMES.
012042             09  N-IND-ROOMS     PIC 9(04).
012043             09  N-GRP-ROOMS     PIC 9(04).
012044             09  N-IND-REV       PIC 9(07)V9(02).
012045             09  N-GRP-REV       PIC 9(07)V9(02).
012046*        ONE ROW PER NIGHT FROM TONIGHT, ONE CELL PER ROOM TYPE
012047*        IN ROOM-INFORMATION-LIST ORDER -- CELL 7 IS THE "KE"
012048*        HOUSE TOTAL
012049 PROCEDURE   DIVISION.
012050 MAIN                    SECTION.
012051*
012052     MOVE    SPACE   TO  MSG-SEVERITY.
012053     MOVE    "Y"     TO  SNAP-OK.
012054     MOVE    ZERO    TO  ROOM-NIGHTS.
012055     CALL    "GET-BUSINESS-DATE".
012056     MOVE    EX-BUSDATE      TO  SNAP-DATE.
012057     COMPUTE SNAP-JUL = FUNCTION INTEGER-OF-DATE(EX-BUSDATE8).
012058     COMPUTE LAST-JUL = SNAP-JUL + 364.
012059     ACCEPT  TS-DATE8         FROM DATE YYYYMMDD.
012060     ACCEPT  TS-TIME8         FROM TIME.
012061     MOVE    TS-DATE8        TO  RUN-STAMP (1:8).
012062     MOVE    TS-TIME8 (1:6)  TO  RUN-STAMP (9:6).
012063     PERFORM VARYING NIGHT-POS FROM 1 BY 1 UNTIL NIGHT-POS > 365
012064         PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 7
012065             MOVE ZERO   TO  N-IND-ROOMS (NIGHT-POS TYPE-IDX)
012066                             N-GRP-ROOMS (NIGHT-POS TYPE-IDX)
012067                             N-IND-REV   (NIGHT-POS TYPE-IDX)
012068                             N-GRP-REV   (NIGHT-POS TYPE-IDX)
012069         END-PERFORM
012070     END-PERFORM.
012071     OPEN INPUT  RESERVATION-FILE.
012072     IF  RSV-FILE-STATUS = "00"
012073         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
012074             READ RESERVATION-FILE NEXT RECORD
012075                 AT END
012076                     MOVE "10"  TO RSV-FILE-STATUS
012077                 NOT AT END
012078                     IF  RSV-STAT-KEY NOT = "D"
012079                             AND RSV-STAT-KEY NOT = "N"
012080                         PERFORM BOOK-ONE-RESERVATION
012081                     END-IF
012082             END-READ
012083         END-PERFORM
012083         IF  RSV-FILE-STATUS NOT = "10"
012083             MOVE    "N"     TO  SNAP-OK
012083         END-IF
012083         CLOSE RESERVATION-FILE
012083     ELSE
012083         IF  RSV-FILE-STATUS NOT = "35"
012083             MOVE    "N"     TO  SNAP-OK
012083         END-IF
012083     END-IF.
012083*
012083***  A SNAPSHOT FROM A PARTIAL READ WOULD UNDERSTATE THE     ***
012083***  BOOKS AND POISON THE PACE REPORT -- NOTHING IS WRITTEN  ***
012083*
012083     IF  SNAP-OK = "N"
012083         MOVE "RESVFILE READ FAILED -- SNAPSHOT NOT TAKEN, RERUN."
012083                                             TO  MSG-ERR
012083     ELSE
012083         PERFORM WRITE-SNAPSHOT
012083         IF  SNAP-OK = "Y"
012083             PERFORM PURGE-OLD-SNAPSHOTS
012083         ELSE
012083             MOVE
012083             "SNAPSHOT FILE WRITE FAILED -- RERUN THE SNAPSHOT."
012083                                             TO  MSG-ERR
012083         END-IF
012083     END-IF.
012083     IF  SNAP-OK = "N"
012083         MOVE    "E"         TO  MSG-SEVERITY
012083     ELSE
012095         MOVE    ROOM-NIGHTS TO  NIGHTS-ED
012096         MOVE    SPACES      TO  MSG-ERR
012097         STRING  "ON-THE-BOOKS SNAPSHOT FOR " SNAP-DATE " --"
012098                 NIGHTS-ED " ROOM NIGHTS."
012099                 DELIMITED BY SIZE   INTO  MSG-ERR
012100         MOVE    "I"         TO  MSG-SEVERITY
012101     END-IF.
012102     MOVE    "DEMOMSG"   TO  POW-0001.
012103     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
012104      POW-0001 .
012105*
012106 MAIN-EX.
012107     EXIT    PROGRAM.
012108*
012109 BOOK-ONE-RESERVATION SECTION.
012110*
012111***  THE STAY RUNS FROM THE BOOKED ARRIVAL FOR THE NIGHTS ***
012112***  BOOKED -- AT LEAST THROUGH TONIGHT FOR AN IN-HOUSE GUEST ***
012113***  WHO HAS OVERSTAYED. ONLY NIGHTS FROM TONIGHT TO THE END ***
012114***  OF THE 365-NIGHT WINDOW ARE ON THE BOOKS. A ROW WHOSE ***
012115***  ROOM IS NOT ON THE ROOM TABLE HAS NO TYPE AND IS SKIPPED ***
012116*
012117     MOVE    ZERO    TO  TYPE-POS.
012118     PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 120
012119         IF  ROOM-NUM (ROOM-IDX) = RSV-ROOM-KEY
012120             PERFORM VARYING TYPE-IDX FROM 1 BY 1
012121                     UNTIL TYPE-IDX > 6
012122                 IF  ROOM-TYPE-CODE (TYPE-IDX) =
012123                                         ROOM-TYPE (ROOM-IDX)
012124                     MOVE    TYPE-IDX    TO  TYPE-POS
012125                 END-IF
012126             END-PERFORM
012127         END-IF
012128     END-PERFORM.
012129     IF  TYPE-POS NOT = ZERO
012130             AND RSV-DATE-KEY (1:4) NUMERIC
012131             AND RSV-DATE-KEY (6:2) NUMERIC
012132             AND RSV-DATE-KEY (9:2) NUMERIC
012133             AND RSV-STAY-KEY NUMERIC
012134         MOVE    RSV-DATE-KEY (1:4)  TO  ARR-8 (1:4)
012135         MOVE    RSV-DATE-KEY (6:2)  TO  ARR-8 (5:2)
012136         MOVE    RSV-DATE-KEY (9:2)  TO  ARR-8 (7:2)
012137         MOVE    RSV-STAY-KEY        TO  NIGHTS
012138         COMPUTE ARR-JUL = FUNCTION INTEGER-OF-DATE(ARR-8)
012139         COMPUTE DEP-JUL = ARR-JUL + NIGHTS
012140         IF  RSV-STAT-KEY = "I" AND DEP-JUL < SNAP-JUL + 1
012141             COMPUTE DEP-JUL = SNAP-JUL + 1
012142         END-IF
012143         MOVE    ARR-JUL     TO  FIRST-JUL
012144         IF  FIRST-JUL < SNAP-JUL
012145             MOVE    SNAP-JUL    TO  FIRST-JUL
012146         END-IF
012147         COMPUTE STOP-JUL = DEP-JUL - 1
012148         IF  STOP-JUL > LAST-JUL
012149             MOVE    LAST-JUL    TO  STOP-JUL
012150         END-IF
012151         MOVE    RSV-NUM-KEY                 TO  EX-UPGNUM
012152         MOVE    RSV-ROOM-KEY                TO  EX-UPGROOM
012153         MOVE    ROOM-TYPE-CODE (TYPE-POS)   TO  EX-UPGTYPE
012154         CALL    "GET-BOOKED-RATE-TYPE"
012155         MOVE    EX-UPGTYPE                  TO  RATE-TYPE
012156         PERFORM BOOK-ONE-NIGHT
012157             VARYING NIGHT-JUL FROM FIRST-JUL BY 1
012158             UNTIL NIGHT-JUL > STOP-JUL
012159     END-IF.
012160 BOOK-ONE-RESERVATION-EX.
012161     EXIT.
012162*
012163 BOOK-ONE-NIGHT SECTION.
012164*
012165***  ONE ROOM AND ONE NIGHT'S ROOM CHARGE AT THE RATE IN       ***
012166***  EFFECT THAT NIGHT, TO THE TYPE AND TO THE HOUSE TOTAL     ***
012167*
012168     COMPUTE NIGHT-POS = NIGHT-JUL - SNAP-JUL + 1.
012169     MOVE    NIGHT-JUL       TO  WORK-JUL.
012170     PERFORM JULIAN-TO-YMD.
012171     MOVE    RATE-TYPE       TO  FOLIO-TYPE.
012172     MOVE    1               TO  FOLIO-NIGHTS.
012173     MOVE    WORK-YMD        TO  FOLIO-START.
012174     CALL    "PRICE-STAY-FOLIO".
012175     IF  RSV-GROUP-KEY NOT = SPACES
012176         ADD 1               TO  N-GRP-ROOMS (NIGHT-POS TYPE-POS)
012177                                 N-GRP-ROOMS (NIGHT-POS 7)
012178         ADD FOLIO-ROOM-CHG  TO  N-GRP-REV   (NIGHT-POS TYPE-POS)
012179                                 N-GRP-REV   (NIGHT-POS 7)
012180     ELSE
012181         ADD 1               TO  N-IND-ROOMS (NIGHT-POS TYPE-POS)
012182                                 N-IND-ROOMS (NIGHT-POS 7)
012183         ADD FOLIO-ROOM-CHG  TO  N-IND-REV   (NIGHT-POS TYPE-POS)
012184                                 N-IND-REV   (NIGHT-POS 7)
012185     END-IF.
012186     ADD     1       TO  ROOM-NIGHTS.
012187 BOOK-ONE-NIGHT-EX.
012188     EXIT.
012189*
012190 WRITE-SNAPSHOT SECTION.
012191*
012192***  STATUS 22 ON THE WRITE MEANS AN EARLIER RUN FOR THIS    ***
012193***  BUSINESS DATE ALREADY SAVED THE ROW -- REPLACE IT       ***
012194*
012195     OPEN    I-O     SNAPSHOT-FILE.
012196     IF  OTB-FILE-STATUS = "35"
012197         OPEN    OUTPUT  SNAPSHOT-FILE
012198     END-IF.
012199     IF  OTB-FILE-STATUS NOT = "00"
012200         MOVE    "N"     TO  SNAP-OK
012201     ELSE
012202         PERFORM VARYING NIGHT-POS FROM 1 BY 1
012203                 UNTIL NIGHT-POS > 365 OR SNAP-OK = "N"
012204             COMPUTE WORK-JUL = SNAP-JUL + NIGHT-POS - 1
012205             PERFORM JULIAN-TO-YMD
012206             PERFORM WRITE-ONE-SNAPSHOT-ROW
012207                 VARYING TYPE-IDX FROM 1 BY 1
012208                 UNTIL TYPE-IDX > 7 OR SNAP-OK = "N"
012209         END-PERFORM
012210         CLOSE   SNAPSHOT-FILE
012211     END-IF.
012212 WRITE-SNAPSHOT-EX.
012213     EXIT.
012214*
012215 WRITE-ONE-SNAPSHOT-ROW SECTION.
012216*
012217     MOVE    SNAP-DATE                   TO  OTB-SNAP-DATE.
012218     MOVE    WORK-YMD                    TO  OTB-STAY-DATE.
012219     MOVE    ROOM-TYPE-CODE (TYPE-IDX)   TO  OTB-TYPE.
012220     MOVE    N-IND-ROOMS (NIGHT-POS TYPE-IDX) TO  OTB-IND-ROOMS.
012221     MOVE    N-GRP-ROOMS (NIGHT-POS TYPE-IDX) TO  OTB-GRP-ROOMS.
012222     MOVE    N-IND-REV   (NIGHT-POS TYPE-IDX) TO  OTB-IND-REV.
012223     MOVE    N-GRP-REV   (NIGHT-POS TYPE-IDX) TO  OTB-GRP-REV.
012224     MOVE    RUN-STAMP                   TO  OTB-STAMP.
012225     WRITE   SNAPSHOT-RECORD.
012226     IF  OTB-FILE-STATUS = "22"
012227         REWRITE SNAPSHOT-RECORD
012228     END-IF.
012229     IF  OTB-FILE-STATUS NOT = "00"
012230         MOVE    "N"     TO  SNAP-OK
012231     END-IF.
012232 WRITE-ONE-SNAPSHOT-ROW-EX.
012233     EXIT.
012234*
012235 PURGE-OLD-SNAPSHOTS SECTION.
012236*
012237***  THE LAST-YEAR PACE COMPARISON READS SNAPSHOTS ABOUT A     ***
012238***  YEAR OLD -- ANYTHING TAKEN MORE THAN 400 DAYS AGO IS      ***
012239***  NO LONGER READ BY ANYTHING. SNAPSHOTS ARE KEYED BY THEIR  ***
012240***  DATE FIRST, SO THE OLDEST ARE READ AND DELETED UNTIL THE  ***
012241***  CUT-OFF IS REACHED                                        ***
012242*
012243     MOVE    ZERO    TO  PURGE-COUNT.
012244     COMPUTE WORK-JUL = SNAP-JUL - 400.
012245     PERFORM JULIAN-TO-YMD.
012246     MOVE    WORK-YMD    TO  CUTOFF-DATE.
012247     OPEN    I-O     SNAPSHOT-FILE.
012248     IF  OTB-FILE-STATUS = "00"
012249         MOVE    LOW-VALUES  TO  OTB-ID-KEY
012250         START   SNAPSHOT-FILE KEY NOT < OTB-ID-KEY
012251         PERFORM UNTIL OTB-FILE-STATUS NOT = "00"
012252             READ SNAPSHOT-FILE NEXT RECORD
012253                 AT END
012254                     MOVE "10"  TO OTB-FILE-STATUS
012255                 NOT AT END
012256                     IF  OTB-SNAP-DATE NOT < CUTOFF-DATE
012257                         MOVE "10"  TO OTB-FILE-STATUS
012258                     ELSE
012259                         DELETE  SNAPSHOT-FILE RECORD
012260                         ADD     1   TO  PURGE-COUNT
012261                     END-IF
012262             END-READ
012263         END-PERFORM
012264         CLOSE SNAPSHOT-FILE
012265     END-IF.
012266 PURGE-OLD-SNAPSHOTS-EX.
012267     EXIT.
012268*
012269 JULIAN-TO-YMD SECTION.
012270*
012271     COMPUTE WORK-8 = FUNCTION DATE-OF-INTEGER(WORK-JUL).
012272     MOVE    WORK-8 (1:4)    TO  WORK-YMD (1:4).
012273     MOVE    "/"             TO  WORK-YMD (5:1).
012274     MOVE    WORK-8 (5:2)    TO  WORK-YMD (6:2).
012275     MOVE    "/"             TO  WORK-YMD (8:1).
012276     MOVE    WORK-8 (7:2)    TO  WORK-YMD (9:2).
012277 JULIAN-TO-YMD-EX.
012278     EXIT.
012279 END PROGRAM "ON-THE-BOOKS-SNAPSHOT".
012280 IDENTIFICATION DIVISION.
012281 PROGRAM-ID. "BOOKING-PACE-REPORT".
012282******************************************************************
012283*        SHEET(ITEM) ===>    HOTEL
012284*        EVENT       ===>    NIGHTLY BATCH / BOOKING PACE REPORT
012285******************************************************************
012286*   FROM THE OTBFILE SNAPSHOTS, LISTS EACH OF THE NEXT 365
012287*   NIGHTS WITH THE HOUSE ROOMS (INDIVIDUAL, GROUP, TOTAL) AND
012288*   ROOM REVENUE ON THE BOOKS, THE ROOMS PICKED UP SINCE
012289*   YESTERDAY AND OVER THE LAST 7 AND 30 DAYS (TODAY'S ROOMS LESS
012290*   THOSE IN THE SNAPSHOT TAKEN THAT MANY DAYS AGO -- NEGATIVE
012291*   WHEN CANCELLATIONS OUTRAN NEW BOOKINGS), AND THE SAME DATE
012292*   LAST YEAR AS IT STOOD AT THE SAME LEAD TIME, WITH THE
012293*   VARIANCE IN ROOMS. A COMPARISON WHOSE SNAPSHOT WAS NEVER
012294*   TAKEN, OR DID NOT YET REACH THAT FAR AHEAD, PRINTS "N/A".
012295*   THE REPORT IS FOR THE SNAPSHOT OF THE BUSINESS DATE, OR THE
012296*   DAY BEFORE WHEN TONIGHT'S HAS NOT BEEN TAKEN YET. 29
012297*   FEBRUARY COMPARES WITH 28 FEBRUARY LAST YEAR. OUTPUT GOES
012298*   TO PACERPT.
012299*
012300 ENVIRONMENT DIVISION.
012301 INPUT-OUTPUT SECTION.
012302 FILE-CONTROL.
012303     SELECT SNAPSHOT-FILE      ASSIGN TO  "OTBFILE"
012304         ORGANIZATION IS INDEXED
012305         ACCESS MODE  IS DYNAMIC
012306         RECORD KEY   IS OTB-ID-KEY
012307         FILE STATUS  IS OTB-FILE-STATUS.
012308     SELECT PACE-REPORT-FILE   ASSIGN TO  "PACERPT"
012309         ORGANIZATION IS LINE SEQUENTIAL.
012310 DATA        DIVISION.
012311 FILE SECTION.
012312 FD  SNAPSHOT-FILE.
012313 01  SNAPSHOT-RECORD.
012314     05  OTB-ID-KEY.
012315         07  OTB-SNAP-DATE   PIC X(10).
012316         07  OTB-STAY-DATE   PIC X(10).
012317         07  OTB-TYPE        PIC X(02).
012318     05  OTB-IND-ROOMS       PIC 9(04).
012319     05  OTB-GRP-ROOMS       PIC 9(04).
012320     05  OTB-IND-REV         PIC 9(07)V9(02).
012321     05  OTB-GRP-REV         PIC 9(07)V9(02).
012322     05  OTB-STAMP           PIC X(14).
012323 FD  PACE-REPORT-FILE.
012324 01  PACE-REPORT-LINE            PIC X(100).
012325 WORKING-STORAGE SECTION.
012326 77  OTB-FILE-STATUS         PIC X(02).
012327 77  SNAP-FOUND           PIC X(01).
012328 77  SNAP-DATE            PIC X(10).
012329 77  SNAP-JUL             PIC 9(07).
012330 77  STAY-DATE            PIC X(10).
012331 77  STAY-JUL             PIC 9(07).
012332 77  LY-STAY-DATE         PIC X(10).
012333 77  LY-STAY-JUL          PIC 9(07).
012334 77  LY-STAY-8            PIC 9(08).
012335 77  LY-YEAR              PIC 9(04).
012336 77  LEAD-DAYS            PIC S9(04) COMP-5.
012337 77  BACK-DAYS            PIC S9(04) COMP-5.
012338 77  WORK-JUL             PIC 9(07).
012339 77  WORK-8               PIC 9(08).
012340 77  WORK-YMD             PIC X(10).
012341 77  FIND-SNAP            PIC X(10).
012342 77  FIND-STAY            PIC X(10).
012343 77  FIND-OK              PIC X(01).
012344 77  FIND-ROOMS           PIC 9(05).
012345 77  FIND-REV             PIC 9(07)V9(02).
012346 77  CUR-IND              PIC 9(05).
012347 77  CUR-GRP              PIC 9(05).
012348 77  CUR-ROOMS            PIC 9(05).
012349 77  CUR-REV              PIC 9(07)V9(02).
012350 77  PICKUP               PIC S9(05).
012351 77  PICK-ED              PIC -(04)9.
012352 77  PICK-TEXT            PIC X(05).
012353 77  TOTAL-IND            PIC 9(07).
012354 77  TOTAL-GRP            PIC 9(07).
012355 77  TOTAL-ROOMS          PIC 9(07).
012356 77  TOTAL-REV            PIC 9(09)V9(02).
012357 77  TOTAL-PICK-1         PIC S9(07).
012358 77  TOTAL-PICK-7         PIC S9(07).
012359 77  TOTAL-PICK-30        PIC S9(07).
012360 77  TOTAL-LY-ROOMS       PIC 9(07).
012361 77  TOTAL-LY-REV         PIC 9(09)V9(02).
012362 77  DATE-COUNT           PIC S9(04) COMP-5.
012363 77  POW-0001                PIC X(14).
012364 01  PACE-DETAIL.
012365     05  P-DATE               PIC X(10).
012366     05  FILLER                  PIC X(01)   VALUE SPACES.
012367     05  P-LEAD               PIC ZZ9.
012368     05  FILLER                  PIC X(01)   VALUE SPACES.
012369     05  P-IND                PIC ZZZZ9.
012370     05  FILLER                  PIC X(01)   VALUE SPACES.
012371     05  P-GRP                PIC ZZZZ9.
012372     05  FILLER                  PIC X(01)   VALUE SPACES.
012373     05  P-ROOMS              PIC ZZZZ9.
012374     05  FILLER                  PIC X(01)   VALUE SPACES.
012375     05  P-REV                PIC Z(06)9.9(02).
012376     05  FILLER                  PIC X(02)   VALUE SPACES.
012377     05  P-PICK-1             PIC X(05).
012378     05  FILLER                  PIC X(01)   VALUE SPACES.
012379     05  P-PICK-7             PIC X(05).
012380     05  FILLER                  PIC X(01)   VALUE SPACES.
012381     05  P-PICK-30            PIC X(05).
012382     05  FILLER                  PIC X(02)   VALUE SPACES.
012383     05  P-LY-ROOMS           PIC X(05).
012384     05  FILLER                  PIC X(01)   VALUE SPACES.
012385     05  P-LY-REV             PIC X(10).
012386     05  FILLER                  PIC X(01)   VALUE SPACES.
012387     05  P-LY-VAR             PIC X(05).
012388     05  FILLER                  PIC X(14)   VALUE SPACES.
012389 01  PACE-TOTAL.
012390     05  T-LABEL              PIC X(15).
012391     05  T-IND                PIC Z(06)9.
012392     05  FILLER                  PIC X(01)   VALUE SPACES.
012393     05  T-GRP                PIC Z(06)9.
012394     05  FILLER                  PIC X(01)   VALUE SPACES.
012395     05  T-ROOMS              PIC Z(06)9.
012396     05  FILLER                  PIC X(01)   VALUE SPACES.
012397     05  T-REV                PIC Z(08)9.9(02).
012398     05  FILLER                  PIC X(01)   VALUE SPACES.
012399     05  T-PICK-1             PIC -(06)9.
012400     05  FILLER                  PIC X(01)   VALUE SPACES.
012401     05  T-PICK-7             PIC -(06)9.
012402     05  FILLER                  PIC X(01)   VALUE SPACES.
012403     05  T-PICK-30            PIC -(06)9.
012404     05  FILLER                  PIC X(01)   VALUE SPACES.
012405     05  T-LY-ROOMS           PIC Z(06)9.
012406     05  FILLER                  PIC X(01)   VALUE SPACES.
012407     05  T-LY-REV             PIC Z(08)9.9(02).
012408     05  FILLER                  PIC X(05)   VALUE SPACES.
012409 PROCEDURE   DIVISION.
012410 MAIN                    SECTION.
012411*
012412     MOVE    SPACE   TO  MSG-SEVERITY.
012413     MOVE    "N"     TO  SNAP-FOUND.
012414     CALL    "GET-BUSINESS-DATE".
012415     COMPUTE SNAP-JUL = FUNCTION INTEGER-OF-DATE(EX-BUSDATE8).
012416     OPEN INPUT  SNAPSHOT-FILE.
012417     IF  OTB-FILE-STATUS = "00"
012418         PERFORM RESOLVE-REPORT-SNAPSHOT
012419         IF  SNAP-FOUND = "Y"
012420             PERFORM WRITE-PACE-REPORT
012421         END-IF
012422         CLOSE SNAPSHOT-FILE
012423     END-IF.
012424     IF  SNAP-FOUND = "N"
012425         MOVE "NO ON-THE-BOOKS SNAPSHOT -- PACE REPORT NOT RUN."
012426                                             TO  MSG-ERR
012427         MOVE    "W"         TO  MSG-SEVERITY
012428     ELSE
012429         MOVE    SPACES      TO  MSG-ERR
012430         STRING  "BOOKING PACE AS AT " SNAP-DATE
012431                 " WRITTEN TO PACERPT."
012432                 DELIMITED BY SIZE   INTO  MSG-ERR
012433         MOVE    "I"         TO  MSG-SEVERITY
012434     END-IF.
012435     MOVE    "DEMOMSG"   TO  POW-0001.
012436     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
012437      POW-0001 .
012438*
012439 MAIN-EX.
012440     EXIT    PROGRAM.
012441*
012442 RESOLVE-REPORT-SNAPSHOT SECTION.
012443*
012444***  THE SNAPSHOT OF THE BUSINESS DATE, OR YESTERDAY'S WHEN    ***
012445***  TONIGHT'S HAS NOT BEEN TAKEN. EVERY SNAPSHOT HAS A HOUSE  ***
012446***  ROW FOR ITS OWN DATE, SO THAT ROW PROVES IT EXISTS        ***
012447*
012448     MOVE    SNAP-JUL    TO  WORK-JUL.
012449     PERFORM JULIAN-TO-YMD.
012450     MOVE    WORK-YMD    TO  FIND-SNAP  FIND-STAY.
012451     PERFORM FIND-HOUSE-ROW.
012452     IF  FIND-OK = "N"
012453         SUBTRACT 1      FROM  SNAP-JUL
012454         MOVE    SNAP-JUL    TO  WORK-JUL
012455         PERFORM JULIAN-TO-YMD
012456         MOVE    WORK-YMD    TO  FIND-SNAP  FIND-STAY
012457         PERFORM FIND-HOUSE-ROW
012458     END-IF.
012459     IF  FIND-OK = "Y"
012460         MOVE    "Y"         TO  SNAP-FOUND
012461         MOVE    FIND-SNAP   TO  SNAP-DATE
012462     END-IF.
012463 RESOLVE-REPORT-SNAPSHOT-EX.
012464     EXIT.
012465*
012466 WRITE-PACE-REPORT SECTION.
012467*
012468     MOVE    ZERO    TO  TOTAL-IND  TOTAL-GRP  TOTAL-ROOMS
012469                         TOTAL-REV
012470                         TOTAL-PICK-1  TOTAL-PICK-7  TOTAL-PICK-30
012471                         TOTAL-LY-ROOMS  TOTAL-LY-REV.
012472     OPEN    OUTPUT  PACE-REPORT-FILE.
012473     MOVE    SPACES  TO  PACE-REPORT-LINE.
012474     STRING  "BOOKING PACE / PICKUP REPORT -- ON THE BOOKS AS AT "
012475             SNAP-DATE
012476             DELIMITED BY SIZE   INTO  PACE-REPORT-LINE.
012477     WRITE   PACE-REPORT-LINE.
012478     MOVE    SPACES  TO  PACE-REPORT-LINE.
012479     STRING  "                      ROOMS ON THE BOOKS"
012480             "         ------ PICKUP -----"
012481             "  -- LAST YEAR SAME LEAD --"
012482             DELIMITED BY SIZE   INTO  PACE-REPORT-LINE.
012483     WRITE   PACE-REPORT-LINE.
012484     MOVE    SPACES  TO  PACE-REPORT-LINE.
012485     STRING  "STAY DATE  LEAD  INDV GROUP TOTAL    REVENUE"
012486             "    1 DAY 7 DAY 30DAY  ROOMS    REVENUE   VAR"
012487             DELIMITED BY SIZE   INTO  PACE-REPORT-LINE.
012488     WRITE   PACE-REPORT-LINE.
012489     PERFORM WRITE-ONE-DATE
012490         VARYING DATE-COUNT FROM 0 BY 1 UNTIL DATE-COUNT > 364.
012491     MOVE    SPACES              TO  PACE-TOTAL.
012492     MOVE    "TOTAL"             TO  T-LABEL.
012493     MOVE    TOTAL-IND           TO  T-IND.
012494     MOVE    TOTAL-GRP           TO  T-GRP.
012495     MOVE    TOTAL-ROOMS         TO  T-ROOMS.
012496     MOVE    TOTAL-REV           TO  T-REV.
012497     MOVE    TOTAL-PICK-1        TO  T-PICK-1.
012498     MOVE    TOTAL-PICK-7        TO  T-PICK-7.
012499     MOVE    TOTAL-PICK-30       TO  T-PICK-30.
012500     MOVE    TOTAL-LY-ROOMS      TO  T-LY-ROOMS.
012501     MOVE    TOTAL-LY-REV        TO  T-LY-REV.
012502     MOVE    PACE-TOTAL      TO  PACE-REPORT-LINE.
012503     WRITE   PACE-REPORT-LINE.
012504     CLOSE   PACE-REPORT-FILE.
012505 WRITE-PACE-REPORT-EX.
012506     EXIT.
012507*
012508 WRITE-ONE-DATE SECTION.
012509*
012510***  TODAY'S HOUSE ROW FOR THE NIGHT, THEN THE SAME NIGHT IN  ***
012511***  THE SNAPSHOTS OF 1, 7 AND 30 DAYS AGO                    ***
012512*
012513     COMPUTE STAY-JUL = SNAP-JUL + DATE-COUNT.
012514     MOVE    STAY-JUL    TO  WORK-JUL.
012515     PERFORM JULIAN-TO-YMD.
012516     MOVE    WORK-YMD    TO  STAY-DATE.
012517     MOVE    SNAP-DATE   TO  FIND-SNAP.
012518     MOVE    STAY-DATE   TO  FIND-STAY.
012519     PERFORM FIND-HOUSE-ROW.
012520     MOVE    ZERO        TO  CUR-IND  CUR-GRP  CUR-REV.
012521     IF  FIND-OK = "Y"
012522         MOVE    OTB-IND-ROOMS   TO  CUR-IND
012523         MOVE    OTB-GRP-ROOMS   TO  CUR-GRP
012524         MOVE    FIND-REV        TO  CUR-REV
012525     END-IF.
012526     COMPUTE CUR-ROOMS = CUR-IND + CUR-GRP.
012527     ADD     CUR-IND     TO  TOTAL-IND.
012528     ADD     CUR-GRP     TO  TOTAL-GRP.
012529     ADD     CUR-ROOMS   TO  TOTAL-ROOMS.
012530     ADD     CUR-REV     TO  TOTAL-REV.
012531     MOVE    STAY-DATE   TO  P-DATE.
012532     MOVE    DATE-COUNT  TO  P-LEAD.
012533     MOVE    CUR-IND     TO  P-IND.
012534     MOVE    CUR-GRP     TO  P-GRP.
012535     MOVE    CUR-ROOMS   TO  P-ROOMS.
012536     MOVE    CUR-REV     TO  P-REV.
012537     MOVE    1           TO  BACK-DAYS.
012538     PERFORM FIND-PICKUP.
012539     MOVE    PICK-TEXT       TO  P-PICK-1.
012540     IF  FIND-OK = "Y"
012541         ADD     PICKUP      TO  TOTAL-PICK-1
012542     END-IF.
012543     MOVE    7           TO  BACK-DAYS.
012544     PERFORM FIND-PICKUP.
012545     MOVE    PICK-TEXT       TO  P-PICK-7.
012546     IF  FIND-OK = "Y"
012547         ADD     PICKUP      TO  TOTAL-PICK-7
012548     END-IF.
012549     MOVE    30          TO  BACK-DAYS.
012550     PERFORM FIND-PICKUP.
012551     MOVE    PICK-TEXT       TO  P-PICK-30.
012552     IF  FIND-OK = "Y"
012553         ADD     PICKUP      TO  TOTAL-PICK-30
012554     END-IF.
012555     PERFORM FIND-LAST-YEAR.
012556     MOVE    PACE-DETAIL     TO  PACE-REPORT-LINE.
012557     WRITE   PACE-REPORT-LINE.
012558 WRITE-ONE-DATE-EX.
012559     EXIT.
012560*
012561 FIND-PICKUP SECTION.
012562*
012563***  PICKUP OVER BACK-DAYS, RETURNED EDITED IN PICK-TEXT    ***
012564***  -- "N/A" WHEN THAT DAY'S SNAPSHOT DOES NOT HOLD THE NIGHT ***
012565*
012566     COMPUTE WORK-JUL = SNAP-JUL - BACK-DAYS.
012567     PERFORM JULIAN-TO-YMD.
012568     MOVE    WORK-YMD    TO  FIND-SNAP.
012569     MOVE    STAY-DATE   TO  FIND-STAY.
012570     PERFORM FIND-HOUSE-ROW.
012571     IF  FIND-OK = "Y"
012572         COMPUTE PICKUP = CUR-ROOMS - FIND-ROOMS
012573         MOVE    PICKUP      TO  PICK-ED
012574         MOVE    PICK-ED     TO  PICK-TEXT
012575     ELSE
012576         MOVE    "  N/A"     TO  PICK-TEXT
012577     END-IF.
012578 FIND-PICKUP-EX.
012579     EXIT.
012580*
012581 FIND-LAST-YEAR SECTION.
012582*
012583***  THE SAME DATE LAST YEAR, AS IT STOOD THE SAME NUMBER OF   ***
012584***  DAYS BEFORE ARRIVAL AS THIS NIGHT STANDS TODAY            ***
012585*
012586     COMPUTE LEAD-DAYS = STAY-JUL - SNAP-JUL.
012587     MOVE    STAY-DATE (1:4)     TO  LY-YEAR.
012588     SUBTRACT 1                  FROM  LY-YEAR.
012589     MOVE    LY-YEAR             TO  LY-STAY-8 (1:4).
012590     MOVE    STAY-DATE (6:2)     TO  LY-STAY-8 (5:2).
012591     MOVE    STAY-DATE (9:2)     TO  LY-STAY-8 (7:2).
012592     IF  STAY-DATE (6:5) = "02/29"
012593         MOVE    "28"            TO  LY-STAY-8 (7:2)
012594     END-IF.
012595     COMPUTE LY-STAY-JUL = FUNCTION INTEGER-OF-DATE(LY-STAY-8).
012596     MOVE    LY-STAY-JUL     TO  WORK-JUL.
012597     PERFORM JULIAN-TO-YMD.
012598     MOVE    WORK-YMD        TO  LY-STAY-DATE.
012599     COMPUTE WORK-JUL = LY-STAY-JUL - LEAD-DAYS.
012600     PERFORM JULIAN-TO-YMD.
012601     MOVE    WORK-YMD        TO  FIND-SNAP.
012602     MOVE    LY-STAY-DATE    TO  FIND-STAY.
012603     PERFORM FIND-HOUSE-ROW.
012604     IF  FIND-OK = "Y"
012605         ADD     FIND-ROOMS  TO  TOTAL-LY-ROOMS
012606         ADD     FIND-REV    TO  TOTAL-LY-REV
012607         MOVE    FIND-ROOMS  TO  PICK-ED
012608         MOVE    PICK-ED     TO  P-LY-ROOMS
012609         MOVE    FIND-REV    TO  P-REV
012610         MOVE    P-REV       TO  P-LY-REV
012611         MOVE    CUR-REV     TO  P-REV
012612         COMPUTE PICKUP = CUR-ROOMS - FIND-ROOMS
012613         MOVE    PICKUP      TO  PICK-ED
012614         MOVE    PICK-ED     TO  P-LY-VAR
012615     ELSE
012616         MOVE    "  N/A"     TO  P-LY-ROOMS  P-LY-VAR
012617         MOVE    "       N/A"    TO  P-LY-REV
012618     END-IF.
012619 FIND-LAST-YEAR-EX.
012620     EXIT.
012621*
012622 FIND-HOUSE-ROW SECTION.
012623*
012624***  THE "KE" HOUSE TOTAL ROW FOR NIGHT FIND-STAY IN THE       ***
012625***  SNAPSHOT TAKEN ON FIND-SNAP                               ***
012626*
012627     MOVE    FIND-SNAP   TO  OTB-SNAP-DATE.
012628     MOVE    FIND-STAY   TO  OTB-STAY-DATE.
012629     MOVE    "KE"        TO  OTB-TYPE.
012630     READ    SNAPSHOT-FILE RECORD.
012631     IF  OTB-FILE-STATUS = "00"
012632         MOVE    "Y"     TO  FIND-OK
012633         COMPUTE FIND-ROOMS = OTB-IND-ROOMS + OTB-GRP-ROOMS
012634         COMPUTE FIND-REV = OTB-IND-REV + OTB-GRP-REV
012635     ELSE
012636         MOVE    "N"     TO  FIND-OK
012637         MOVE    ZERO    TO  FIND-ROOMS  FIND-REV
012638     END-IF.
012639 FIND-HOUSE-ROW-EX.
012640     EXIT.
012641*
012642 JULIAN-TO-YMD SECTION.
012643*
012644     COMPUTE WORK-8 = FUNCTION DATE-OF-INTEGER(WORK-JUL).
012645     MOVE    WORK-8 (1:4)    TO  WORK-YMD (1:4).
012646     MOVE    "/"             TO  WORK-YMD (5:1).
012647     MOVE    WORK-8 (5:2)    TO  WORK-YMD (6:2).
012648     MOVE    "/"             TO  WORK-YMD (8:1).
012649     MOVE    WORK-8 (7:2)    TO  WORK-YMD (9:2).
012650 JULIAN-TO-YMD-EX.
012651     EXIT.
012652 END PROGRAM "BOOKING-PACE-REPORT".
012653 IDENTIFICATION DIVISION.
012654 PROGRAM-ID. "ANONYMIZE-GUEST-DATA".
012655******************************************************************
012656*        SHEET(ITEM) ===>    HOTEL
012657*        EVENT       ===>    GUEST ERASURE / RETENTION (CALLED)
012658******************************************************************
012659*   OVERWRITES THE GUEST NAME AND PHONE WITH "*ERASED*" AND
012660*   SPACES WHEREVER THEY ARE HELD, KEEPING EVERY ROW AND EVERY
012661*   OTHER FIELD -- STAY DATES, ROOMS, NIGHTS, AMOUNTS -- SO
012662*   OCCUPANCY, REVENUE AND LEDGER TOTALS DO NOT MOVE. EX-ERSKIND
012663*   SAYS WHAT IS ERASED:
012664*     "G"  ONE GUEST -- THE GUEST PROFILE EX-ERSGST (WHEN KNOWN),
012665*          EVERY DEPARTED OR NO-SHOW RESERVATION ROW, HISTORY ROW,
012665*          WAITLIST ENTRY AND CANCELLATION ROW CARRYING BOTH
012665*          EX-ERSNAME AND EX-ERSTEL (A CANCELLATION ROW WRITTEN
012665*          BEFORE THE PHONE WAS KEPT ON IT, ON THE NAME ALONE).
012665*          THE RESERVATION NUMBERS OF THOSE ROWS, COLLECTED IN A
012665*          READ-ONLY PASS BEFORE ANYTHING IS CHANGED, PICK OUT THE
012665*          GUEST'S CITY LEDGER INVOICES, CHANGE-LOG IMAGES AND
012671*          QUEUED LETTERS; THE IMPORT REJECT REPORT IS MATCHED ON
012672*          THE NAME, AND THE NAME AND PHONE ARE MASKED OUT OF THE
012673*          MESSAGE-LOG TEXT.
012674*     "R"  RETENTION -- EVERYTHING LAST TOUCHED BEFORE
012675*          EX-ERSCUTOFF: PROFILES BY LAST STAY, STAYS BY DEPARTURE
012676*          (ARRIVAL FOR A NO-SHOW), CANCELLATIONS BY CANCEL DATE,
012677*          WAITLIST ENTRIES BY WANTED ARRIVAL, PAID INVOICES BY
012678*          INVOICE DATE, CHANGE-LOG IMAGES BY TIME STAMP AND
012679*          LETTERS BY LETTER DATE. THE REJECT REPORT IS REPLACED
012680*          BY EVERY IMPORT RUN AND THE MESSAGE LOG IS FREE TEXT,
012681*          SO NEITHER IS AGED.
012681*   THE RESVUNL, GSTUNL AND WAITUNL UNLOADS LEFT BY
012681*   MASTER-FILE-UTILITY ARE MASKED THE SAME WAY, "D" LINE BY "D"
012681*   LINE, SO A RELOAD CANNOT BRING AN ERASED GUEST BACK; THEIR
012681*   HEADER AND TRAILER ARE LEFT ALONE, AS NO HASH TOTAL TAKES THE
012681*   NAME OR PHONE. ONE GUEST IS MATCHED THERE ON THE NAME AND
012681*   PHONE (OR THE GUEST NUMBER) WHATEVER THE ROW'S STATUS WHEN
012681*   THE UNLOAD WAS TAKEN.
012682*   THE FILES FOUND THROUGH THOSE NUMBERS OR BY FREE TEXT ARE
012682*   ERASED FIRST, THEN THE WAITLIST, RESERVATION, HISTORY AND
012682*   CANCELLATION MASTERS, AND THE GUEST PROFILE LAST. A RUN THAT
012682*   FAILS PART WAY LEAVES THE NAME AND PHONE ON EVERY MASTER ROW
012682*   IT HAD NOT REACHED, AND THE PROFILE INTACT, SO THE SAME
012682*   ERASURE RUN AGAIN FINDS WHAT IS LEFT AND FINISHES THE JOB; A
012682*   ROW ALREADY ERASED IS LEFT ALONE. EX-ERSROWS RETURNS THE ROWS
012682*   ANONYMIZED. EVERY RUN APPENDS ONE LINE TO THE ERSLOG
012685*   COMPLIANCE LOG -- WHEN, WHO, WHICH KIND, THE GUEST NUMBER OR
012686*   CUT-OFF AND THE ROWS TOUCHED PER FILE, BUT NEVER THE NAME OR
012687*   PHONE. A FILE THAT FAILS LEAVES MSG-SEVERITY AT "E" WITH
012688*   MSG-ERR SET; THE CALLER REPORTS IT.
012689*
012690 ENVIRONMENT DIVISION.
012691 INPUT-OUTPUT SECTION.
012692 FILE-CONTROL.
012693     SELECT GUEST-FILE         ASSIGN TO  "GSTFILE"
012694         ORGANIZATION IS INDEXED
012695         ACCESS MODE  IS DYNAMIC
012696         RECORD KEY   IS GST-NUM-KEY
012697         FILE STATUS  IS GST-FILE-STATUS.
012698     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
012699         ORGANIZATION IS INDEXED
012700         ACCESS MODE  IS DYNAMIC
012701         RECORD KEY   IS RSV-NUM-KEY
012702         FILE STATUS  IS RSV-FILE-STATUS.
012703     SELECT HISTORY-FILE       ASSIGN TO  "RSVHIST"
012704         ORGANIZATION IS INDEXED
012705         ACCESS MODE  IS DYNAMIC
012706         RECORD KEY   IS HIST-RSV-NUM
012707         FILE STATUS  IS HIST-FILE-STATUS.
012708     SELECT CANCEL-FILE        ASSIGN TO  "CXLFILE"
012709         ORGANIZATION IS INDEXED
012710         ACCESS MODE  IS DYNAMIC
012711         RECORD KEY   IS CXL-RSV-NUM
012712         FILE STATUS  IS CXL-FILE-STATUS.
012713     SELECT WAITLIST-FILE      ASSIGN TO  "WAITFILE"
012714         ORGANIZATION IS INDEXED
012715         ACCESS MODE  IS DYNAMIC
012716         RECORD KEY   IS WTL-SEQ-KEY
012717         FILE STATUS  IS WTL-FILE-STATUS.
012718     SELECT INVOICE-FILE       ASSIGN TO  "ARINV"
012719         ORGANIZATION IS INDEXED
012720         ACCESS MODE  IS DYNAMIC
012721         RECORD KEY   IS INV-ID-KEY
012722         FILE STATUS  IS INV-FILE-STATUS.
012723     SELECT CHANGE-LOG-FILE    ASSIGN TO  "CHGLOG"
012724         ORGANIZATION IS LINE SEQUENTIAL
012725         FILE STATUS  IS CHG-FILE-STATUS.
012726     SELECT LETTER-FILE        ASSIGN TO  "CONFLTR"
012727         ORGANIZATION IS LINE SEQUENTIAL
012728         FILE STATUS  IS LTR-FILE-STATUS.
012729     SELECT REJECT-REPORT-FILE ASSIGN TO  "IMPREJ"
012730         ORGANIZATION IS LINE SEQUENTIAL
012731         FILE STATUS  IS REJ-FILE-STATUS.
012732     SELECT MESSAGE-LOG-FILE   ASSIGN TO  "MSGLOG"
012733         ORGANIZATION IS LINE SEQUENTIAL
012734         FILE STATUS  IS MLG-FILE-STATUS.
012735     SELECT WORK-FILE          ASSIGN TO  "ERSWORK"
012736         ORGANIZATION IS LINE SEQUENTIAL
012737         FILE STATUS  IS WRK-FILE-STATUS.
012738     SELECT COMPLIANCE-LOG-FILE ASSIGN TO "ERSLOG"
012738         ORGANIZATION IS LINE SEQUENTIAL
012738         FILE STATUS  IS ELG-FILE-STATUS.
012738     SELECT RESV-UNLOAD-FILE   ASSIGN TO  "RESVUNL"
012738         ORGANIZATION IS LINE SEQUENTIAL
012738         FILE STATUS  IS RU-FILE-STATUS.
012738     SELECT GST-UNLOAD-FILE    ASSIGN TO  "GSTUNL"
012738         ORGANIZATION IS LINE SEQUENTIAL
012738         FILE STATUS  IS GU-FILE-STATUS.
012738     SELECT WAIT-UNLOAD-FILE   ASSIGN TO  "WAITUNL"
012738         ORGANIZATION IS LINE SEQUENTIAL
012738         FILE STATUS  IS WU-FILE-STATUS.
012741 DATA        DIVISION.
012742 FILE SECTION.
012743 FD  GUEST-FILE.
012744 01  GUEST-RECORD.
012745     05  GST-NUM-KEY         PIC X(05).
012746     05  GST-NAME-KEY        PIC X(20).
012747     05  GST-TEL-KEY         PIC X(12).
012748     05  GST-STAY-COUNT      PIC 9(04).
012749     05  GST-LAST-DATE       PIC X(10).
012750 FD  RESERVATION-FILE.
012751 01  RESERVATION-RECORD.
012752     05  RSV-NUM-KEY         PIC X(09).
012753     05  RSV-DATE-KEY        PIC X(10).
012754     05  RSV-ROOM-KEY        PIC X(04).
012755     05  RSV-NAME-KEY        PIC X(20).
012756     05  RSV-TEL-KEY         PIC X(12).
012757     05  RSV-STAY-KEY        PIC X(02).
012758     05  RSV-ARRIVE-KEY      PIC X(10).
012759     05  RSV-DEPART-KEY      PIC X(10).
012760     05  RSV-STAT-KEY        PIC X(01).
012761     05  RSV-GROUP-KEY       PIC X(05).
012762     05  RSV-USER-KEY        PIC X(08).
012763     05  RSV-SOURCE-KEY      PIC X(01).
012764     05  RSV-AGENT-KEY       PIC X(08).
012765 FD  HISTORY-FILE.
012766 01  HISTORY-RECORD.
012767     05  HIST-RSV-NUM        PIC X(09).
012768     05  HIST-RSV-DATE       PIC X(10).
012769     05  HIST-RSV-ROOM       PIC X(04).
012770     05  HIST-RSV-NAME       PIC X(20).
012771     05  HIST-RSV-TEL        PIC X(12).
012772     05  HIST-RSV-STAY       PIC X(02).
012773     05  HIST-ARRIVE         PIC X(10).
012774     05  HIST-DEPART         PIC X(10).
012775     05  HIST-STAT           PIC X(01).
012776     05  HIST-GROUP          PIC X(05).
012777     05  HIST-USER           PIC X(08).
012778     05  HIST-ARCHIVED-DATE  PIC X(10).
012779     05  HIST-SOURCE         PIC X(01).
012780     05  HIST-AGENT          PIC X(08).
012781 FD  CANCEL-FILE.
012782 01  CANCEL-RECORD.
012783     05  CXL-RSV-NUM         PIC X(09).
012784     05  CXL-DATE            PIC X(10).
012785     05  CXL-KIND            PIC X(01).
012786     05  CXL-RSV-DATE        PIC X(10).
012787     05  CXL-ROOM            PIC X(04).
012788     05  CXL-TYPE            PIC X(02).
012789     05  CXL-STAY            PIC X(02).
012790     05  CXL-NAME            PIC X(20).
012791     05  CXL-GROUP           PIC X(05).
012792     05  CXL-NOTICE          PIC 9(04).
012793     05  CXL-REASON          PIC X(20).
012794     05  CXL-USER            PIC X(08).
012795     05  CXL-HELD            PIC 9(07)V9(02).
012796     05  CXL-PENALTY         PIC 9(07)V9(02).
012797     05  CXL-REFUND          PIC 9(07)V9(02).
012798     05  CXL-STAMP           PIC X(14).
012798     05  CXL-TEL             PIC X(12).
012799 FD  WAITLIST-FILE.
012800 01  WAITLIST-RECORD.
012801     05  WTL-SEQ-KEY         PIC X(05).
012802     05  WTL-NAME            PIC X(20).
012803     05  WTL-TEL             PIC X(12).
012804     05  WTL-TYPE            PIC X(02).
012805     05  WTL-DATE            PIC X(10).
012806     05  WTL-STAY            PIC X(02).
012807     05  WTL-ENTERED         PIC X(10).
012808     05  WTL-STAT            PIC X(01).
012809 FD  INVOICE-FILE.
012810 01  INVOICE-RECORD.
012811     05  INV-ID-KEY.
012812         07  INV-ACCT        PIC X(06).
012813         07  INV-SEQ         PIC 9(04).
012814     05  INV-DATE            PIC X(10).
012815     05  INV-RSV-NUM         PIC X(09).
012816     05  INV-NAME            PIC X(20).
012817     05  INV-ROOM            PIC X(04).
012818     05  INV-GROUP           PIC X(05).
012819     05  INV-AMOUNT          PIC 9(07)V9(02).
012820     05  INV-PAID            PIC 9(07)V9(02).
012821     05  INV-STAT            PIC X(01).
012822     05  INV-USER            PIC X(08).
012823 FD  CHANGE-LOG-FILE.
012824 01  CHANGE-LOG-LINE.
012825     05  CL-STAMP            PIC X(14).
012826     05  FILLER              PIC X(10).
012827     05  CL-RSVNUM           PIC X(09).
012828     05  FILLER              PIC X(20).
012829     05  CL-TEL              PIC X(12).
012830     05  FILLER              PIC X(35).
012831*        SAME COLUMNS AS THE LOG-DETAIL IMAGE LINE WRITTEN BY
012832*        AMEND-RESERVATION AND ARRIVALS-ROOM-ASSIGNMENT
012833 FD  LETTER-FILE.
012834 01  LETTER-LINE.
012835     05  LT-LABEL            PIC X(17).
012836     05  LT-VALUE            PIC X(40).
012837     05  FILLER              PIC X(13).
012838 01  LETTER-TITLE-LINE.
012839     05  FILLER              PIC X(50).
012840     05  LT-DATE             PIC X(10).
012841     05  FILLER              PIC X(10).
012842*        SAME COLUMNS AS THE FIELD-DETAIL AND TITLE-DETAIL LINES
012843*        WRITTEN BY WRITE-CONFIRMATION-LETTER
012844 FD  REJECT-REPORT-FILE.
012845 01  REJECT-REPORT-LINE.
012846     05  RJ-REF              PIC X(09).
012847     05  FILLER              PIC X(02).
012848     05  RJ-NAME             PIC X(20).
012849     05  FILLER              PIC X(69).
012850 FD  MESSAGE-LOG-FILE.
012851 01  MESSAGE-LOG-LINE        PIC X(110).
012852 FD  WORK-FILE.
012853 01  WORK-LINE               PIC X(230).
012853 FD  COMPLIANCE-LOG-FILE.
012853 01  COMPLIANCE-LOG-LINE     PIC X(180).
012853 FD  RESV-UNLOAD-FILE.
012853 01  RESV-UNLOAD-LINE.
012853     05  RU-TYPE             PIC X(01).
012853     05  RU-NUM              PIC X(09).
012853     05  RU-DATE             PIC X(10).
012853     05  RU-ROOM             PIC X(04).
012853     05  RU-NAME             PIC X(20).
012853     05  RU-TEL              PIC X(12).
012853     05  RU-STAY             PIC X(02).
012853     05  RU-ARRIVE           PIC X(10).
012853     05  RU-DEPART           PIC X(10).
012853     05  RU-STAT             PIC X(01).
012853     05  FILLER              PIC X(151).
012853 FD  GST-UNLOAD-FILE.
012853 01  GST-UNLOAD-LINE.
012853     05  GU-TYPE             PIC X(01).
012853     05  GU-NUM              PIC X(05).
012853     05  GU-NAME             PIC X(20).
012853     05  GU-TEL              PIC X(12).
012853     05  GU-STAY-COUNT       PIC X(04).
012853     05  GU-LAST-DATE        PIC X(10).
012853     05  FILLER              PIC X(178).
012853 FD  WAIT-UNLOAD-FILE.
012853 01  WAIT-UNLOAD-LINE.
012853     05  WU-TYPE             PIC X(01).
012853     05  WU-SEQ              PIC X(05).
012853     05  WU-NAME             PIC X(20).
012853     05  WU-TEL              PIC X(12).
012853     05  WU-ROOM-TYPE        PIC X(02).
012853     05  WU-DATE             PIC X(10).
012853     05  FILLER              PIC X(180).
012853*        THE LINE TYPE, THEN THE MASTER RECORD IMAGE, AS
012853*        MASTER-FILE-UTILITY WRITES ITS UNLOAD LINES
012856 WORKING-STORAGE SECTION.
012857 77  GST-FILE-STATUS         PIC X(02).
012858 77  RSV-FILE-STATUS         PIC X(02).
012859 77  HIST-FILE-STATUS        PIC X(02).
012860 77  CXL-FILE-STATUS         PIC X(02).
012861 77  WTL-FILE-STATUS         PIC X(02).
012862 77  INV-FILE-STATUS         PIC X(02).
012863 77  CHG-FILE-STATUS         PIC X(02).
012864 77  LTR-FILE-STATUS         PIC X(02).
012865 77  REJ-FILE-STATUS         PIC X(02).
012866 77  MLG-FILE-STATUS         PIC X(02).
012867 77  WRK-FILE-STATUS         PIC X(02).
012868 77  ELG-FILE-STATUS         PIC X(02).
012868 77  RU-FILE-STATUS          PIC X(02).
012868 77  GU-FILE-STATUS          PIC X(02).
012868 77  WU-FILE-STATUS          PIC X(02).
012869 77  ERASED-NAME          PIC X(20)   VALUE "*ERASED*".
012870 77  ERS-OK               PIC X(01).
012871 77  MATCH-SW             PIC X(01).
012872 77  FOUND-SW             PIC X(01).
012873 77  LETTER-HIT           PIC X(01).
012874 77  AFTER-RULE           PIC X(01).
012875 77  ROW-DATE             PIC X(10).
012875 77  OPEN-NAME            PIC X(08).
012876 77  CUTOFF-8             PIC X(08).
012877 77  FIND-NUM             PIC X(09).
012878 77  ERS-IDX              PIC S9(04) COMP-5.
012879 77  ERS-MAX              PIC S9(04) COMP-5.
012880 77  NAME-LEN             PIC S9(04) COMP-5.
012881 77  TEL-LEN              PIC S9(04) COMP-5.
012882 77  MASK-HITS            PIC S9(04) COMP-5.
012883 77  CHANGED-LINES        PIC 9(05).
012884 77  GST-COUNT            PIC 9(05).
012885 77  RSV-COUNT-E          PIC 9(05).
012886 77  HIST-COUNT           PIC 9(05).
012887 77  CXL-COUNT            PIC 9(05).
012888 77  WTL-COUNT            PIC 9(05).
012889 77  INV-COUNT            PIC 9(05).
012890 77  CHG-COUNT            PIC 9(05).
012891 77  LTR-COUNT            PIC 9(05).
012892 77  REJ-COUNT            PIC 9(05).
012893 77  MLG-COUNT            PIC 9(05).
012893 77  UNL-COUNT            PIC 9(05).
012894 77  TS-DATE8             PIC 9(08).
012895 77  TS-TIME8             PIC 9(08).
012896 77  STARS                PIC X(20)   VALUE ALL "*".
012897 01  ERASED-RSV-LIST.
012898     05  ERASED-RSV-NUM      PIC X(09)   OCCURS  999 TIMES.
012899*        RESERVATION NUMBERS OF THE GUEST'S STAYS AND CANCELS,
012899*        COLLECTED FROM THE MASTERS BEFORE ANY OF THEM IS CHANGED
012901 01  COMPLIANCE-DETAIL.
012902     05  E-STAMP              PIC X(14).
012903     05  FILLER                  PIC X(02)   VALUE SPACES.
012904     05  E-BUSDATE            PIC X(10).
012905     05  FILLER                  PIC X(02)   VALUE SPACES.
012906     05  E-USER               PIC X(08).
012907     05  FILLER                  PIC X(02)   VALUE SPACES.
012908     05  E-KIND               PIC X(09).
012909     05  FILLER                  PIC X(01)   VALUE SPACES.
012910     05  E-REF                PIC X(10).
012911     05  FILLER                  PIC X(02)   VALUE SPACES.
012912     05  E-RESULT             PIC X(06).
012913     05  FILLER                  PIC X(05)   VALUE " GST=".
012914     05  E-GST                PIC 9(05).
012915     05  FILLER                  PIC X(05)   VALUE " RSV=".
012916     05  E-RSV                PIC 9(05).
012917     05  FILLER                  PIC X(05)   VALUE " HST=".
012918     05  E-HIST               PIC 9(05).
012919     05  FILLER                  PIC X(05)   VALUE " CXL=".
012920     05  E-CXL                PIC 9(05).
012921     05  FILLER                  PIC X(05)   VALUE " WTL=".
012922     05  E-WTL                PIC 9(05).
012923     05  FILLER                  PIC X(05)   VALUE " INV=".
012924     05  E-INV                PIC 9(05).
012925     05  FILLER                  PIC X(05)   VALUE " CHG=".
012926     05  E-CHG                PIC 9(05).
012927     05  FILLER                  PIC X(05)   VALUE " LTR=".
012928     05  E-LTR                PIC 9(05).
012929     05  FILLER                  PIC X(05)   VALUE " REJ=".
012930     05  E-REJ                PIC 9(05).
012931     05  FILLER                  PIC X(05)   VALUE " MSG=".
012932     05  E-MLG                PIC 9(05).
012932     05  FILLER                  PIC X(05)   VALUE " UNL=".
012932     05  E-UNL                PIC 9(05).
012933     05  FILLER                  PIC X(04)   VALUE SPACES.
012934 PROCEDURE   DIVISION.
012935 MAIN                    SECTION.
012936*
012937     MOVE    "Y"     TO  ERS-OK.
012938     MOVE    ZERO    TO  ERS-MAX  EX-ERSROWS
012939                         GST-COUNT  RSV-COUNT-E  HIST-COUNT
012940                         CXL-COUNT  WTL-COUNT  INV-COUNT
012941                         CHG-COUNT  LTR-COUNT  REJ-COUNT
012942                         MLG-COUNT  UNL-COUNT.
012943     CALL    "GET-BUSINESS-DATE".
012944     MOVE    EX-ERSCUTOFF (1:4)  TO  CUTOFF-8 (1:4).
012945     MOVE    EX-ERSCUTOFF (6:2)  TO  CUTOFF-8 (5:2).
012946     MOVE    EX-ERSCUTOFF (9:2)  TO  CUTOFF-8 (7:2).
012947*
012947***  ONE GUEST'S RESERVATION NUMBERS ARE COLLECTED FIRST,      ***
012947***  READ-ONLY. THE FILES THAT ONLY CARRY THE NUMBER, OR FREE  ***
012947***  TEXT, ARE ERASED NEXT, THE MASTERS AFTER THEM AND THE     ***
012947***  PROFILE LAST -- UNTIL THE MASTERS ARE DONE THEY STILL     ***
012947***  CARRY THE NAME A RERUN NEEDS TO FIND EVERYTHING AGAIN     ***
012947*
012947     IF  EX-ERSKIND = "G"
012947         PERFORM COLLECT-RESERVATION-NUMBERS
012947         IF  ERS-OK = "Y"
012947             PERFORM COLLECT-HISTORY-NUMBERS
012947         END-IF
012947         IF  ERS-OK = "Y"
012947             PERFORM COLLECT-CANCEL-NUMBERS
012947         END-IF
012947     END-IF.
012947     IF  ERS-OK = "Y"
012947         PERFORM ERASE-INVOICE-ROWS
012947     END-IF.
012963     IF  ERS-OK = "Y"
012964         PERFORM ERASE-CHANGE-LOG
012965     END-IF.
012966     IF  ERS-OK = "Y"
012967         PERFORM ERASE-LETTER-QUEUE
012968     END-IF.
012969     IF  ERS-OK = "Y" AND EX-ERSKIND = "G"
012970         PERFORM ERASE-REJECT-REPORT
012971     END-IF.
012972     IF  ERS-OK = "Y" AND EX-ERSKIND = "G"
012972         PERFORM ERASE-MESSAGE-LOG
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-RESV-UNLOAD
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-GST-UNLOAD
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-WAIT-UNLOAD
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-WAITLIST-ROWS
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-RESERVATION-ROWS
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-HISTORY-ROWS
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-CANCEL-ROWS
012972     END-IF.
012972     IF  ERS-OK = "Y"
012972         PERFORM ERASE-GUEST-PROFILES
012972     END-IF.
012975     COMPUTE EX-ERSROWS = GST-COUNT + RSV-COUNT-E + HIST-COUNT
012976                        + CXL-COUNT + WTL-COUNT + INV-COUNT
012977                        + CHG-COUNT + LTR-COUNT + REJ-COUNT
012977                        + MLG-COUNT + UNL-COUNT.
012979     PERFORM WRITE-COMPLIANCE-LOG.
012980     IF  ERS-OK = "N"
012981         MOVE    "E"     TO  MSG-SEVERITY
012982     END-IF.
012983*
012984 MAIN-EX.
012985     EXIT    PROGRAM.
012986*
012987 ERASE-GUEST-PROFILES SECTION.
012988*
012989***  ONE GUEST IS ONE PROFILE, READ BY ITS NUMBER; RETENTION  ***
012990***  TAKES EVERY PROFILE WHOSE LAST STAY IS BEFORE THE CUT-OFF ***
012991*
012992     OPEN    I-O     GUEST-FILE.
012992     IF  GST-FILE-STATUS NOT = "00"
012992             AND GST-FILE-STATUS NOT = "35"
012992         MOVE    "GSTFILE"  TO  OPEN-NAME
012992         PERFORM FILE-OPEN-FAILED
012992     END-IF.
012993     IF  GST-FILE-STATUS = "00"
012994         IF  EX-ERSKIND = "G"
012995             IF  EX-ERSGST NOT = SPACES
012996                 MOVE    EX-ERSGST   TO  GST-NUM-KEY
012997                 READ    GUEST-FILE RECORD
012998                 IF  GST-FILE-STATUS = "00"
012999                         AND GST-NAME-KEY NOT = ERASED-NAME
013000                     PERFORM ERASE-ONE-PROFILE
013001                 END-IF
013002             END-IF
013003         ELSE
013004             PERFORM UNTIL GST-FILE-STATUS NOT = "00"
013005                 READ GUEST-FILE NEXT RECORD
013006                     AT END
013007                         MOVE "10"  TO GST-FILE-STATUS
013008                     NOT AT END
013009                         IF  GST-NAME-KEY NOT = ERASED-NAME
013010                                 AND GST-LAST-DATE < EX-ERSCUTOFF
013011                             PERFORM ERASE-ONE-PROFILE
013012                         END-IF
013013                 END-READ
013014             END-PERFORM
013015         END-IF
013016         CLOSE   GUEST-FILE
013017     END-IF.
013018 ERASE-GUEST-PROFILES-EX.
013019     EXIT.
013020*
013021 ERASE-ONE-PROFILE SECTION.
013022*
013023     MOVE    ERASED-NAME     TO  GST-NAME-KEY.
013024     MOVE    SPACES          TO  GST-TEL-KEY.
013025     REWRITE GUEST-RECORD.
013026     IF  GST-FILE-STATUS = "00"
013027         ADD     1       TO  GST-COUNT
013028     ELSE
013029         MOVE "GUEST MASTER REWRITE FAILED -- ERASURE INCOMPLETE."
013030                                             TO  MSG-ERR
013031         MOVE    "N"     TO  ERS-OK
013032         MOVE    "10"    TO  GST-FILE-STATUS
013033     END-IF.
013034 ERASE-ONE-PROFILE-EX.
013035     EXIT.
013036*
013037 ERASE-RESERVATION-ROWS SECTION.
013038*
013039***  ONLY DEPARTED AND NO-SHOW ROWS STILL WAITING FOR THE      ***
013040***  ARCHIVE -- A LIVE BOOKING IS NEVER ERASED                 ***
013041*
013042     OPEN    I-O     RESERVATION-FILE.
013042     IF  RSV-FILE-STATUS NOT = "00"
013042             AND RSV-FILE-STATUS NOT = "35"
013042         MOVE    "RESVFILE" TO  OPEN-NAME
013042         PERFORM FILE-OPEN-FAILED
013042     END-IF.
013043     IF  RSV-FILE-STATUS = "00"
013044         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
013045             READ RESERVATION-FILE NEXT RECORD
013046                 AT END
013047                     MOVE "10"  TO RSV-FILE-STATUS
013048                 NOT AT END
013049                     PERFORM TEST-RESERVATION-ROW
013050                     IF  MATCH-SW = "Y"
013051                         PERFORM ERASE-ONE-RESERVATION
013052                     END-IF
013053             END-READ
013054         END-PERFORM
013055         CLOSE   RESERVATION-FILE
013056     END-IF.
013057 ERASE-RESERVATION-ROWS-EX.
013058     EXIT.
013059*
013060 TEST-RESERVATION-ROW SECTION.
013061*
013062     MOVE    "N"     TO  MATCH-SW.
013063     IF  (RSV-STAT-KEY = "D" OR RSV-STAT-KEY = "N")
013064             AND RSV-NAME-KEY NOT = ERASED-NAME
013065         IF  EX-ERSKIND = "G"
013066             IF  RSV-NAME-KEY = EX-ERSNAME
013067                     AND RSV-TEL-KEY = EX-ERSTEL
013068                 MOVE    "Y"     TO  MATCH-SW
013069             END-IF
013070         ELSE
013071             MOVE    RSV-DATE-KEY    TO  ROW-DATE
013072             IF  RSV-STAT-KEY = "D"
013073                     AND RSV-DEPART-KEY NOT = SPACES
013074                 MOVE    RSV-DEPART-KEY  TO  ROW-DATE
013075             END-IF
013076             IF  ROW-DATE < EX-ERSCUTOFF
013077                 MOVE    "Y"     TO  MATCH-SW
013078             END-IF
013079         END-IF
013080     END-IF.
013081 TEST-RESERVATION-ROW-EX.
013082     EXIT.
013083*
013084 ERASE-ONE-RESERVATION SECTION.
013085*
013088     MOVE    ERASED-NAME     TO  RSV-NAME-KEY.
013089     MOVE    SPACES          TO  RSV-TEL-KEY.
013090     REWRITE RESERVATION-RECORD.
013091     IF  RSV-FILE-STATUS = "00"
013092         ADD     1       TO  RSV-COUNT-E
013093     ELSE
013094         MOVE "RESERVATION REWRITE FAILED -- ERASURE INCOMPLETE."
013095                                             TO  MSG-ERR
013096         MOVE    "N"     TO  ERS-OK
013097         MOVE    "10"    TO  RSV-FILE-STATUS
013098     END-IF.
013099 ERASE-ONE-RESERVATION-EX.
013100     EXIT.
013101*
013102 ERASE-HISTORY-ROWS SECTION.
013103*
013104***  THE STAY ROW STAYS ON FILE, SO MONTHLY PERFORMANCE AND    ***
013105***  COMMISSION TOTALS ARE UNCHANGED                           ***
013106*
013107     OPEN    I-O     HISTORY-FILE.
013107     IF  HIST-FILE-STATUS NOT = "00"
013107             AND HIST-FILE-STATUS NOT = "35"
013107         MOVE    "RSVHIST"  TO  OPEN-NAME
013107         PERFORM FILE-OPEN-FAILED
013107     END-IF.
013108     IF  HIST-FILE-STATUS = "00"
013109         PERFORM UNTIL HIST-FILE-STATUS NOT = "00"
013110             READ HISTORY-FILE NEXT RECORD
013111                 AT END
013112                     MOVE "10"  TO HIST-FILE-STATUS
013113                 NOT AT END
013114                     PERFORM TEST-HISTORY-ROW
013115                     IF  MATCH-SW = "Y"
013116                         PERFORM ERASE-ONE-HISTORY-ROW
013117                     END-IF
013118             END-READ
013119         END-PERFORM
013120         CLOSE   HISTORY-FILE
013121     END-IF.
013122 ERASE-HISTORY-ROWS-EX.
013123     EXIT.
013124*
013125 TEST-HISTORY-ROW SECTION.
013126*
013127     MOVE    "N"     TO  MATCH-SW.
013128     IF  HIST-RSV-NAME NOT = ERASED-NAME
013129         IF  EX-ERSKIND = "G"
013130             IF  HIST-RSV-NAME = EX-ERSNAME
013131                     AND HIST-RSV-TEL = EX-ERSTEL
013132                 MOVE    "Y"     TO  MATCH-SW
013133             END-IF
013134         ELSE
013135             MOVE    HIST-RSV-DATE   TO  ROW-DATE
013136             IF  HIST-DEPART NOT = SPACES
013137                 MOVE    HIST-DEPART     TO  ROW-DATE
013138             END-IF
013139             IF  ROW-DATE < EX-ERSCUTOFF
013140                 MOVE    "Y"     TO  MATCH-SW
013141             END-IF
013142         END-IF
013143     END-IF.
013144 TEST-HISTORY-ROW-EX.
013145     EXIT.
013146*
013147 ERASE-ONE-HISTORY-ROW SECTION.
013148*
013151     MOVE    ERASED-NAME     TO  HIST-RSV-NAME.
013152     MOVE    SPACES          TO  HIST-RSV-TEL.
013153     REWRITE HISTORY-RECORD.
013154     IF  HIST-FILE-STATUS = "00"
013155         ADD     1       TO  HIST-COUNT
013156     ELSE
013157         MOVE "HISTORY REWRITE FAILED -- ERASURE INCOMPLETE."
013158                                             TO  MSG-ERR
013159         MOVE    "N"     TO  ERS-OK
013160         MOVE    "10"    TO  HIST-FILE-STATUS
013161     END-IF.
013162 ERASE-ONE-HISTORY-ROW-EX.
013163     EXIT.
013164*
013165 ERASE-CANCEL-ROWS SECTION.
013166*
013167***  THE ROW STAYS ON FILE FOR THE CANCELLATION AND PACE  ***
013167***  REPORTS; ONLY THE NAME AND PHONE GO                  ***
013169*
013170     OPEN    I-O     CANCEL-FILE.
013170     IF  CXL-FILE-STATUS NOT = "00"
013170             AND CXL-FILE-STATUS NOT = "35"
013170         MOVE    "CXLFILE"  TO  OPEN-NAME
013170         PERFORM FILE-OPEN-FAILED
013170     END-IF.
013171     IF  CXL-FILE-STATUS = "00"
013172         PERFORM UNTIL CXL-FILE-STATUS NOT = "00"
013173             READ CANCEL-FILE NEXT RECORD
013174                 AT END
013175                     MOVE "10"  TO CXL-FILE-STATUS
013176                 NOT AT END
013176                     PERFORM TEST-CANCEL-ROW
013176                     IF  MATCH-SW = "Y"
013176                         PERFORM ERASE-ONE-CANCEL-ROW
013176                     END-IF
013192             END-READ
013193         END-PERFORM
013194         CLOSE   CANCEL-FILE
013195     END-IF.
013196 ERASE-CANCEL-ROWS-EX.
013196     EXIT.
013196*
013196 TEST-CANCEL-ROW SECTION.
013196*
013196***  ONE GUEST IS MATCHED ON THE NAME AND PHONE. A ROW   ***
013196***  WRITTEN BEFORE THE CANCELLATION MASTER KEPT THE     ***
013196***  PHONE HAS NONE, AND IS MATCHED ON THE NAME ALONE    ***
013196*
013196     MOVE    "N"     TO  MATCH-SW.
013196     IF  CXL-NAME NOT = ERASED-NAME
013196         IF  EX-ERSKIND = "G"
013196             IF  CXL-NAME = EX-ERSNAME
013196                     AND (CXL-TEL = EX-ERSTEL OR CXL-TEL = SPACES)
013196                 MOVE    "Y"     TO  MATCH-SW
013196             END-IF
013196         ELSE
013196             IF  CXL-DATE < EX-ERSCUTOFF
013196                 MOVE    "Y"     TO  MATCH-SW
013196             END-IF
013196         END-IF
013196     END-IF.
013196 TEST-CANCEL-ROW-EX.
013196     EXIT.
013196*
013199 ERASE-ONE-CANCEL-ROW SECTION.
013200*
013203     MOVE    ERASED-NAME     TO  CXL-NAME.
013203     MOVE    SPACES          TO  CXL-TEL.
013203     REWRITE CANCEL-RECORD.
013205     IF  CXL-FILE-STATUS = "00"
013206         ADD     1       TO  CXL-COUNT
013207     ELSE
013208         MOVE "CANCELLATION REWRITE FAILED -- ERASURE INCOMPLETE."
013209                                             TO  MSG-ERR
013210         MOVE    "N"     TO  ERS-OK
013211         MOVE    "10"    TO  CXL-FILE-STATUS
013212     END-IF.
013213 ERASE-ONE-CANCEL-ROW-EX.
013214     EXIT.
013215*
013216 ERASE-WAITLIST-ROWS SECTION.
013217*
013218     OPEN    I-O     WAITLIST-FILE.
013218     IF  WTL-FILE-STATUS NOT = "00"
013218             AND WTL-FILE-STATUS NOT = "35"
013218         MOVE    "WAITFILE" TO  OPEN-NAME
013218         PERFORM FILE-OPEN-FAILED
013218     END-IF.
013219     IF  WTL-FILE-STATUS = "00"
013220         PERFORM UNTIL WTL-FILE-STATUS NOT = "00"
013221             READ WAITLIST-FILE NEXT RECORD
013222                 AT END
013223                     MOVE "10"  TO WTL-FILE-STATUS
013224                 NOT AT END
013225                     MOVE    "N"     TO  MATCH-SW
013226                     IF  WTL-NAME NOT = ERASED-NAME
013227                         IF  EX-ERSKIND = "G"
013228                             IF  WTL-NAME = EX-ERSNAME
013229                                     AND WTL-TEL = EX-ERSTEL
013230                                 MOVE    "Y"     TO  MATCH-SW
013231                             END-IF
013232                         ELSE
013233                             IF  WTL-DATE < EX-ERSCUTOFF
013234                                 MOVE    "Y"     TO  MATCH-SW
013235                             END-IF
013236                         END-IF
013237                     END-IF
013238                     IF  MATCH-SW = "Y"
013239                         PERFORM ERASE-ONE-WAITLIST-ROW
013240                     END-IF
013241             END-READ
013242         END-PERFORM
013243         CLOSE   WAITLIST-FILE
013244     END-IF.
013245 ERASE-WAITLIST-ROWS-EX.
013246     EXIT.
013247*
013248 ERASE-ONE-WAITLIST-ROW SECTION.
013249*
013250     MOVE    ERASED-NAME     TO  WTL-NAME.
013251     MOVE    SPACES          TO  WTL-TEL.
013252     REWRITE WAITLIST-RECORD.
013253     IF  WTL-FILE-STATUS = "00"
013254         ADD     1       TO  WTL-COUNT
013255     ELSE
013256         MOVE "WAITLIST REWRITE FAILED -- ERASURE INCOMPLETE."
013257                                             TO  MSG-ERR
013258         MOVE    "N"     TO  ERS-OK
013259         MOVE    "10"    TO  WTL-FILE-STATUS
013260     END-IF.
013261 ERASE-ONE-WAITLIST-ROW-EX.
013262     EXIT.
013263*
013264 ERASE-INVOICE-ROWS SECTION.
013265*
013266***  THE INVOICE AND ITS AMOUNTS STAY WITH THE DIRECT-BILL     ***
013267***  ACCOUNT; ONLY THE GUEST NAME GOES. RETENTION LEAVES AN    ***
013268***  INVOICE STILL BEING COLLECTED ALONE                       ***
013269*
013270     OPEN    I-O     INVOICE-FILE.
013270     IF  INV-FILE-STATUS NOT = "00"
013270             AND INV-FILE-STATUS NOT = "35"
013270         MOVE    "ARINV"    TO  OPEN-NAME
013270         PERFORM FILE-OPEN-FAILED
013270     END-IF.
013271     IF  INV-FILE-STATUS = "00"
013272         PERFORM UNTIL INV-FILE-STATUS NOT = "00"
013273             READ INVOICE-FILE NEXT RECORD
013274                 AT END
013275                     MOVE "10"  TO INV-FILE-STATUS
013276                 NOT AT END
013277                     MOVE    "N"     TO  MATCH-SW
013278                     IF  INV-NAME NOT = ERASED-NAME
013279                         IF  EX-ERSKIND = "G"
013280                             MOVE    INV-RSV-NUM TO  FIND-NUM
013281                             PERFORM FIND-ERASED-NUMBER
013282                             MOVE    FOUND-SW    TO  MATCH-SW
013283                         ELSE
013284                             IF  INV-DATE < EX-ERSCUTOFF
013285                                     AND INV-STAT = "P"
013286                                 MOVE    "Y"     TO  MATCH-SW
013287                             END-IF
013288                         END-IF
013289                     END-IF
013290                     IF  MATCH-SW = "Y"
013291                         PERFORM ERASE-ONE-INVOICE
013292                     END-IF
013293             END-READ
013294         END-PERFORM
013295         CLOSE   INVOICE-FILE
013296     END-IF.
013297 ERASE-INVOICE-ROWS-EX.
013298     EXIT.
013299*
013300 ERASE-ONE-INVOICE SECTION.
013301*
013302     MOVE    ERASED-NAME     TO  INV-NAME.
013303     REWRITE INVOICE-RECORD.
013304     IF  INV-FILE-STATUS = "00"
013305         ADD     1       TO  INV-COUNT
013306     ELSE
013307         MOVE "INVOICE REWRITE FAILED -- ERASURE INCOMPLETE."
013308                                             TO  MSG-ERR
013309         MOVE    "N"     TO  ERS-OK
013310         MOVE    "10"    TO  INV-FILE-STATUS
013311     END-IF.
013312 ERASE-ONE-INVOICE-EX.
013313     EXIT.
013314*
013315 ERASE-CHANGE-LOG SECTION.
013316*
013317***  THE CHANGE LOG IS APPENDED TO, NOT KEYED: IT IS COPIED TO ***
013318***  ERSWORK WITH THE PHONE BLANKED ON EACH BEFORE/AFTER IMAGE ***
013319***  BEING ERASED, THEN COPIED BACK ONLY WHEN A LINE CHANGED   ***
013320*
013321     MOVE    ZERO    TO  CHANGED-LINES.
013322     OPEN    INPUT   CHANGE-LOG-FILE.
013322     IF  CHG-FILE-STATUS NOT = "00"
013322             AND CHG-FILE-STATUS NOT = "35"
013322         MOVE    "CHGLOG"   TO  OPEN-NAME
013322         PERFORM FILE-OPEN-FAILED
013322     END-IF.
013323     IF  CHG-FILE-STATUS = "00"
013324         OPEN    OUTPUT  WORK-FILE
013325         IF  WRK-FILE-STATUS NOT = "00"
013326             PERFORM WORK-FILE-FAILED
013327             MOVE    "10"    TO  CHG-FILE-STATUS
013328         END-IF
013329         PERFORM UNTIL CHG-FILE-STATUS NOT = "00"
013330             READ CHANGE-LOG-FILE
013331                 AT END
013332                     MOVE "10"  TO CHG-FILE-STATUS
013333                 NOT AT END
013334                     MOVE    "N"     TO  MATCH-SW
013335                     IF  CL-TEL NOT = SPACES
013336                         IF  EX-ERSKIND = "G"
013337                             MOVE    CL-RSVNUM   TO  FIND-NUM
013338                             PERFORM FIND-ERASED-NUMBER
013339                             MOVE    FOUND-SW    TO  MATCH-SW
013340                         ELSE
013341                             IF  CL-STAMP (1:8) < CUTOFF-8
013342                                 MOVE    "Y"     TO  MATCH-SW
013343                             END-IF
013344                         END-IF
013345                     END-IF
013346                     IF  MATCH-SW = "Y"
013347                         MOVE    SPACES  TO  CL-TEL
013348                         ADD     1       TO  CHANGED-LINES
013349                     END-IF
013350                     WRITE   WORK-LINE   FROM  CHANGE-LOG-LINE
013351                     IF  WRK-FILE-STATUS NOT = "00"
013352                         PERFORM WORK-FILE-FAILED
013353                         MOVE    "10"    TO  CHG-FILE-STATUS
013354                     END-IF
013355             END-READ
013356         END-PERFORM
013357         CLOSE   CHANGE-LOG-FILE  WORK-FILE
013358         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013359             OPEN    INPUT   WORK-FILE
013360             OPEN    OUTPUT  CHANGE-LOG-FILE
013361             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013362                 READ WORK-FILE
013363                     AT END
013364                         MOVE "10"  TO WRK-FILE-STATUS
013365                     NOT AT END
013366                         WRITE   CHANGE-LOG-LINE  FROM  WORK-LINE
013367                         IF  CHG-FILE-STATUS NOT = "00"
013368                             MOVE    "N"     TO  ERS-OK
013369                         END-IF
013370                 END-READ
013371             END-PERFORM
013372             CLOSE   WORK-FILE  CHANGE-LOG-FILE
013373             IF  ERS-OK = "N"
013374                 MOVE "CHGLOG REWRITE FAILED, SEE ERSWORK."
013375                                             TO  MSG-ERR
013376             ELSE
013377                 MOVE    CHANGED-LINES   TO  CHG-COUNT
013378             END-IF
013379         END-IF
013380     END-IF.
013381 ERASE-CHANGE-LOG-EX.
013382     EXIT.
013383*
013384 ERASE-LETTER-QUEUE SECTION.
013385*
013386***  EACH LETTER OPENS WITH A RULE LINE AND A TITLE LINE THAT  ***
013387***  CARRIES ITS DATE, THEN THE RESERVATION NUMBER AND THE     ***
013388***  GUEST NAME. THE NAME IS OVERWRITTEN ON EVERY LETTER BEING ***
013389***  ERASED; THE LETTER ITSELF STAYS IN THE QUEUE              ***
013390*
013391     MOVE    ZERO    TO  CHANGED-LINES.
013392     MOVE    "N"     TO  LETTER-HIT  AFTER-RULE.
013393     OPEN    INPUT   LETTER-FILE.
013393     IF  LTR-FILE-STATUS NOT = "00"
013393             AND LTR-FILE-STATUS NOT = "35"
013393         MOVE    "CONFLTR"  TO  OPEN-NAME
013393         PERFORM FILE-OPEN-FAILED
013393     END-IF.
013394     IF  LTR-FILE-STATUS = "00"
013395         OPEN    OUTPUT  WORK-FILE
013396         IF  WRK-FILE-STATUS NOT = "00"
013397             PERFORM WORK-FILE-FAILED
013398             MOVE    "10"    TO  LTR-FILE-STATUS
013399         END-IF
013400         PERFORM UNTIL LTR-FILE-STATUS NOT = "00"
013401             READ LETTER-FILE
013402                 AT END
013403                     MOVE "10"  TO LTR-FILE-STATUS
013404                 NOT AT END
013405                     PERFORM TEST-LETTER-LINE
013406                     WRITE   WORK-LINE   FROM  LETTER-LINE
013407                     IF  WRK-FILE-STATUS NOT = "00"
013408                         PERFORM WORK-FILE-FAILED
013409                         MOVE    "10"    TO  LTR-FILE-STATUS
013410                     END-IF
013411             END-READ
013412         END-PERFORM
013413         CLOSE   LETTER-FILE  WORK-FILE
013414         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013415             OPEN    INPUT   WORK-FILE
013416             OPEN    OUTPUT  LETTER-FILE
013417             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013418                 READ WORK-FILE
013419                     AT END
013420                         MOVE "10"  TO WRK-FILE-STATUS
013421                     NOT AT END
013422                         WRITE   LETTER-LINE  FROM  WORK-LINE
013423                         IF  LTR-FILE-STATUS NOT = "00"
013424                             MOVE    "N"     TO  ERS-OK
013425                         END-IF
013426                 END-READ
013427             END-PERFORM
013428             CLOSE   WORK-FILE  LETTER-FILE
013429             IF  ERS-OK = "N"
013430                 MOVE "CONFLTR REWRITE FAILED, SEE ERSWORK."
013431                                             TO  MSG-ERR
013432             ELSE
013433                 MOVE    CHANGED-LINES   TO  LTR-COUNT
013434             END-IF
013435         END-IF
013436     END-IF.
013437 ERASE-LETTER-QUEUE-EX.
013438     EXIT.
013439*
013440 TEST-LETTER-LINE SECTION.
013441*
013442     IF  AFTER-RULE = "Y"
013443         MOVE    "N"     TO  AFTER-RULE  LETTER-HIT
013444         IF  EX-ERSKIND = "R" AND LT-DATE < EX-ERSCUTOFF
013445             MOVE    "Y"     TO  LETTER-HIT
013446         END-IF
013447     END-IF.
013448     IF  LETTER-LINE (1:10) = ALL "-"
013449         MOVE    "Y"     TO  AFTER-RULE
013450     END-IF.
013451     IF  LT-LABEL = "RESERVATION NO :" AND EX-ERSKIND = "G"
013452         MOVE    LT-VALUE (1:9)  TO  FIND-NUM
013453         PERFORM FIND-ERASED-NUMBER
013454         MOVE    FOUND-SW        TO  LETTER-HIT
013455     END-IF.
013456     IF  LT-LABEL = "GUEST NAME     :" AND LETTER-HIT = "Y"
013457             AND LT-VALUE NOT = ERASED-NAME
013458         MOVE    ERASED-NAME     TO  LT-VALUE
013459         ADD     1               TO  CHANGED-LINES
013460     END-IF.
013461 TEST-LETTER-LINE-EX.
013462     EXIT.
013463*
013464 ERASE-REJECT-REPORT SECTION.
013465*
013466***  A REJECTED IMPORT ROW NEVER BECAME A RESERVATION, SO THE ***
013467***  REPORT LINE IS MATCHED ON THE GUEST NAME                 ***
013468*
013469     MOVE    ZERO    TO  CHANGED-LINES.
013470     OPEN    INPUT   REJECT-REPORT-FILE.
013470     IF  REJ-FILE-STATUS NOT = "00"
013470             AND REJ-FILE-STATUS NOT = "35"
013470         MOVE    "IMPREJ"   TO  OPEN-NAME
013470         PERFORM FILE-OPEN-FAILED
013470     END-IF.
013471     IF  REJ-FILE-STATUS = "00"
013472         OPEN    OUTPUT  WORK-FILE
013473         IF  WRK-FILE-STATUS NOT = "00"
013474             PERFORM WORK-FILE-FAILED
013475             MOVE    "10"    TO  REJ-FILE-STATUS
013476         END-IF
013477         PERFORM UNTIL REJ-FILE-STATUS NOT = "00"
013478             READ REJECT-REPORT-FILE
013479                 AT END
013480                     MOVE "10"  TO REJ-FILE-STATUS
013481                 NOT AT END
013482                     IF  RJ-NAME = EX-ERSNAME
013483                         MOVE    ERASED-NAME TO  RJ-NAME
013484                         ADD     1           TO  CHANGED-LINES
013485                     END-IF
013486                     WRITE   WORK-LINE   FROM  REJECT-REPORT-LINE
013487                     IF  WRK-FILE-STATUS NOT = "00"
013488                         PERFORM WORK-FILE-FAILED
013489                         MOVE    "10"    TO  REJ-FILE-STATUS
013490                     END-IF
013491             END-READ
013492         END-PERFORM
013493         CLOSE   REJECT-REPORT-FILE  WORK-FILE
013494         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013495             OPEN    INPUT   WORK-FILE
013496             OPEN    OUTPUT  REJECT-REPORT-FILE
013497             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013498                 READ WORK-FILE
013499                     AT END
013500                         MOVE "10"  TO WRK-FILE-STATUS
013501                     NOT AT END
013502                         WRITE   REJECT-REPORT-LINE FROM WORK-LINE
013503                         IF  REJ-FILE-STATUS NOT = "00"
013504                             MOVE    "N"     TO  ERS-OK
013505                         END-IF
013506                 END-READ
013507             END-PERFORM
013508             CLOSE   WORK-FILE  REJECT-REPORT-FILE
013509             IF  ERS-OK = "N"
013510                 MOVE "IMPREJ REWRITE FAILED, SEE ERSWORK."
013511                                             TO  MSG-ERR
013512             ELSE
013513                 MOVE    CHANGED-LINES   TO  REJ-COUNT
013514             END-IF
013515         END-IF
013516     END-IF.
013517 ERASE-REJECT-REPORT-EX.
013518     EXIT.
013519*
013520 ERASE-MESSAGE-LOG SECTION.
013521*
013522***  THE MESSAGE LOG IS FREE TEXT (THE REPEAT-GUEST GREETING  ***
013523***  NAMES THE GUEST), SO THE NAME AND PHONE ARE MASKED WITH  ***
013524***  ASTERISKS WHEREVER THEY OCCUR. A NAME OF FEWER THAN FOUR ***
013525***  LETTERS WOULD MASK ORDINARY WORDS AND IS LEFT ALONE      ***
013526*
013527     MOVE    ZERO    TO  CHANGED-LINES.
013528     MOVE    20      TO  NAME-LEN.
013529     PERFORM UNTIL NAME-LEN = ZERO
013530                 OR EX-ERSNAME (NAME-LEN:1) NOT = SPACE
013531         SUBTRACT 1      FROM  NAME-LEN
013532     END-PERFORM.
013533     MOVE    12      TO  TEL-LEN.
013534     PERFORM UNTIL TEL-LEN = ZERO
013535                 OR EX-ERSTEL (TEL-LEN:1) NOT = SPACE
013536         SUBTRACT 1      FROM  TEL-LEN
013537     END-PERFORM.
013538     OPEN    INPUT   MESSAGE-LOG-FILE.
013538     IF  MLG-FILE-STATUS NOT = "00"
013538             AND MLG-FILE-STATUS NOT = "35"
013538         MOVE    "MSGLOG"   TO  OPEN-NAME
013538         PERFORM FILE-OPEN-FAILED
013538     END-IF.
013539     IF  MLG-FILE-STATUS = "00"
013540         OPEN    OUTPUT  WORK-FILE
013541         IF  WRK-FILE-STATUS NOT = "00"
013542             PERFORM WORK-FILE-FAILED
013543             MOVE    "10"    TO  MLG-FILE-STATUS
013544         END-IF
013545         PERFORM UNTIL MLG-FILE-STATUS NOT = "00"
013546             READ MESSAGE-LOG-FILE
013547                 AT END
013548                     MOVE "10"  TO MLG-FILE-STATUS
013549                 NOT AT END
013550                     PERFORM MASK-MESSAGE-LINE
013551                     WRITE   WORK-LINE   FROM  MESSAGE-LOG-LINE
013552                     IF  WRK-FILE-STATUS NOT = "00"
013553                         PERFORM WORK-FILE-FAILED
013554                         MOVE    "10"    TO  MLG-FILE-STATUS
013555                     END-IF
013556             END-READ
013557         END-PERFORM
013558         CLOSE   MESSAGE-LOG-FILE  WORK-FILE
013559         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013560             OPEN    INPUT   WORK-FILE
013561             OPEN    OUTPUT  MESSAGE-LOG-FILE
013562             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013563                 READ WORK-FILE
013564                     AT END
013565                         MOVE "10"  TO WRK-FILE-STATUS
013566                     NOT AT END
013567                         WRITE   MESSAGE-LOG-LINE  FROM  WORK-LINE
013568                         IF  MLG-FILE-STATUS NOT = "00"
013569                             MOVE    "N"     TO  ERS-OK
013570                         END-IF
013571                 END-READ
013572             END-PERFORM
013573             CLOSE   WORK-FILE  MESSAGE-LOG-FILE
013574             IF  ERS-OK = "N"
013575                 MOVE "MSGLOG REWRITE FAILED, SEE ERSWORK."
013576                                             TO  MSG-ERR
013577             ELSE
013578                 MOVE    CHANGED-LINES   TO  MLG-COUNT
013579             END-IF
013580         END-IF
013581     END-IF.
013582 ERASE-MESSAGE-LOG-EX.
013583     EXIT.
013584*
013585 MASK-MESSAGE-LINE SECTION.
013586*
013587     MOVE    ZERO    TO  MASK-HITS.
013588     IF  NAME-LEN > 3
013589         INSPECT MESSAGE-LOG-LINE TALLYING MASK-HITS
013590                 FOR ALL EX-ERSNAME (1:NAME-LEN)
013591         INSPECT MESSAGE-LOG-LINE REPLACING
013592                 ALL EX-ERSNAME (1:NAME-LEN) BY STARS (1:NAME-LEN)
013593     END-IF.
013594     IF  TEL-LEN > 3
013595         INSPECT MESSAGE-LOG-LINE TALLYING MASK-HITS
013596                 FOR ALL EX-ERSTEL (1:TEL-LEN)
013597         INSPECT MESSAGE-LOG-LINE REPLACING
013598                 ALL EX-ERSTEL (1:TEL-LEN) BY STARS (1:TEL-LEN)
013599     END-IF.
013600     IF  MASK-HITS > ZERO
013601         ADD     1       TO  CHANGED-LINES
013602     END-IF.
013603 MASK-MESSAGE-LINE-EX.
013604     EXIT.
013605*
013606 ERASE-RESV-UNLOAD SECTION.
013606*
013606***  AN UNLOAD TAKEN BEFORE THIS RUN STILL HOLDS THE NAME  ***
013606***  AND PHONE, AND A RELOAD WOULD BRING THEM BACK. THEY   ***
013606***  ARE MASKED IN THE "D" LINES AS ON THE MASTER ROWS,    ***
013606***  COPIED THROUGH ERSWORK; THE HEADER AND TRAILER, AND   ***
013606***  THE HASH TOTALS IN IT, ARE LEFT ALONE                 ***
013606*
013606     MOVE    ZERO    TO  CHANGED-LINES.
013606     OPEN    INPUT   RESV-UNLOAD-FILE.
013606     IF  RU-FILE-STATUS NOT = "00"
013606             AND RU-FILE-STATUS NOT = "35"
013606         MOVE    "RESVUNL"  TO  OPEN-NAME
013606         PERFORM FILE-OPEN-FAILED
013606     END-IF.
013606     IF  RU-FILE-STATUS = "00"
013606         OPEN    OUTPUT  WORK-FILE
013606         IF  WRK-FILE-STATUS NOT = "00"
013606             PERFORM WORK-FILE-FAILED
013606             MOVE    "10"    TO  RU-FILE-STATUS
013606         END-IF
013606         PERFORM UNTIL RU-FILE-STATUS NOT = "00"
013606             READ RESV-UNLOAD-FILE
013606                 AT END
013606                     MOVE "10"  TO RU-FILE-STATUS
013606                 NOT AT END
013606                     PERFORM TEST-RESV-UNLOAD-LINE
013606                     IF  MATCH-SW = "Y"
013606                         MOVE    ERASED-NAME TO  RU-NAME
013606                         MOVE    SPACES      TO  RU-TEL
013606                         ADD     1           TO  CHANGED-LINES
013606                     END-IF
013606                     WRITE   WORK-LINE   FROM  RESV-UNLOAD-LINE
013606                     IF  WRK-FILE-STATUS NOT = "00"
013606                         PERFORM WORK-FILE-FAILED
013606                         MOVE    "10"    TO  RU-FILE-STATUS
013606                     END-IF
013606             END-READ
013606         END-PERFORM
013606         CLOSE   RESV-UNLOAD-FILE  WORK-FILE
013606         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013606             OPEN    INPUT   WORK-FILE
013606             OPEN    OUTPUT  RESV-UNLOAD-FILE
013606             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013606                 READ WORK-FILE
013606                     AT END
013606                         MOVE "10"  TO WRK-FILE-STATUS
013606                     NOT AT END
013606                         WRITE   RESV-UNLOAD-LINE  FROM  WORK-LINE
013606                         IF  RU-FILE-STATUS NOT = "00"
013606                             MOVE    "N"     TO  ERS-OK
013606                         END-IF
013606                 END-READ
013606             END-PERFORM
013606             CLOSE   WORK-FILE  RESV-UNLOAD-FILE
013606             IF  ERS-OK = "N"
013606                 MOVE "RESVUNL REWRITE FAILED, SEE ERSWORK."
013606                                             TO  MSG-ERR
013606             ELSE
013606                 ADD     CHANGED-LINES   TO  UNL-COUNT
013606             END-IF
013606         END-IF
013606     END-IF.
013606 ERASE-RESV-UNLOAD-EX.
013606     EXIT.
013606*
013606 ERASE-GST-UNLOAD SECTION.
013606*
013606     MOVE    ZERO    TO  CHANGED-LINES.
013606     OPEN    INPUT   GST-UNLOAD-FILE.
013606     IF  GU-FILE-STATUS NOT = "00"
013606             AND GU-FILE-STATUS NOT = "35"
013606         MOVE    "GSTUNL"   TO  OPEN-NAME
013606         PERFORM FILE-OPEN-FAILED
013606     END-IF.
013606     IF  GU-FILE-STATUS = "00"
013606         OPEN    OUTPUT  WORK-FILE
013606         IF  WRK-FILE-STATUS NOT = "00"
013606             PERFORM WORK-FILE-FAILED
013606             MOVE    "10"    TO  GU-FILE-STATUS
013606         END-IF
013606         PERFORM UNTIL GU-FILE-STATUS NOT = "00"
013606             READ GST-UNLOAD-FILE
013606                 AT END
013606                     MOVE "10"  TO GU-FILE-STATUS
013606                 NOT AT END
013606                     PERFORM TEST-GST-UNLOAD-LINE
013606                     IF  MATCH-SW = "Y"
013606                         MOVE    ERASED-NAME TO  GU-NAME
013606                         MOVE    SPACES      TO  GU-TEL
013606                         ADD     1           TO  CHANGED-LINES
013606                     END-IF
013606                     WRITE   WORK-LINE   FROM  GST-UNLOAD-LINE
013606                     IF  WRK-FILE-STATUS NOT = "00"
013606                         PERFORM WORK-FILE-FAILED
013606                         MOVE    "10"    TO  GU-FILE-STATUS
013606                     END-IF
013606             END-READ
013606         END-PERFORM
013606         CLOSE   GST-UNLOAD-FILE  WORK-FILE
013606         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013606             OPEN    INPUT   WORK-FILE
013606             OPEN    OUTPUT  GST-UNLOAD-FILE
013606             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013606                 READ WORK-FILE
013606                     AT END
013606                         MOVE "10"  TO WRK-FILE-STATUS
013606                     NOT AT END
013606                         WRITE   GST-UNLOAD-LINE  FROM  WORK-LINE
013606                         IF  GU-FILE-STATUS NOT = "00"
013606                             MOVE    "N"     TO  ERS-OK
013606                         END-IF
013606                 END-READ
013606             END-PERFORM
013606             CLOSE   WORK-FILE  GST-UNLOAD-FILE
013606             IF  ERS-OK = "N"
013606                 MOVE "GSTUNL REWRITE FAILED, SEE ERSWORK."
013606                                             TO  MSG-ERR
013606             ELSE
013606                 ADD     CHANGED-LINES   TO  UNL-COUNT
013606             END-IF
013606         END-IF
013606     END-IF.
013606 ERASE-GST-UNLOAD-EX.
013606     EXIT.
013606*
013606 ERASE-WAIT-UNLOAD SECTION.
013606*
013606     MOVE    ZERO    TO  CHANGED-LINES.
013606     OPEN    INPUT   WAIT-UNLOAD-FILE.
013606     IF  WU-FILE-STATUS NOT = "00"
013606             AND WU-FILE-STATUS NOT = "35"
013606         MOVE    "WAITUNL"  TO  OPEN-NAME
013606         PERFORM FILE-OPEN-FAILED
013606     END-IF.
013606     IF  WU-FILE-STATUS = "00"
013606         OPEN    OUTPUT  WORK-FILE
013606         IF  WRK-FILE-STATUS NOT = "00"
013606             PERFORM WORK-FILE-FAILED
013606             MOVE    "10"    TO  WU-FILE-STATUS
013606         END-IF
013606         PERFORM UNTIL WU-FILE-STATUS NOT = "00"
013606             READ WAIT-UNLOAD-FILE
013606                 AT END
013606                     MOVE "10"  TO WU-FILE-STATUS
013606                 NOT AT END
013606                     PERFORM TEST-WAIT-UNLOAD-LINE
013606                     IF  MATCH-SW = "Y"
013606                         MOVE    ERASED-NAME TO  WU-NAME
013606                         MOVE    SPACES      TO  WU-TEL
013606                         ADD     1           TO  CHANGED-LINES
013606                     END-IF
013606                     WRITE   WORK-LINE   FROM  WAIT-UNLOAD-LINE
013606                     IF  WRK-FILE-STATUS NOT = "00"
013606                         PERFORM WORK-FILE-FAILED
013606                         MOVE    "10"    TO  WU-FILE-STATUS
013606                     END-IF
013606             END-READ
013606         END-PERFORM
013606         CLOSE   WAIT-UNLOAD-FILE  WORK-FILE
013606         IF  CHANGED-LINES > ZERO AND ERS-OK = "Y"
013606             OPEN    INPUT   WORK-FILE
013606             OPEN    OUTPUT  WAIT-UNLOAD-FILE
013606             PERFORM UNTIL WRK-FILE-STATUS NOT = "00"
013606                 READ WORK-FILE
013606                     AT END
013606                         MOVE "10"  TO WRK-FILE-STATUS
013606                     NOT AT END
013606                         WRITE   WAIT-UNLOAD-LINE  FROM  WORK-LINE
013606                         IF  WU-FILE-STATUS NOT = "00"
013606                             MOVE    "N"     TO  ERS-OK
013606                         END-IF
013606                 END-READ
013606             END-PERFORM
013606             CLOSE   WORK-FILE  WAIT-UNLOAD-FILE
013606             IF  ERS-OK = "N"
013606                 MOVE "WAITUNL REWRITE FAILED, SEE ERSWORK."
013606                                             TO  MSG-ERR
013606             ELSE
013606                 ADD     CHANGED-LINES   TO  UNL-COUNT
013606             END-IF
013606         END-IF
013606     END-IF.
013606 ERASE-WAIT-UNLOAD-EX.
013606     EXIT.
013606*
013606 TEST-RESV-UNLOAD-LINE SECTION.
013606*
013606***  ONE GUEST: EVERY ROW OF THE NAME AND PHONE, WHATEVER      ***
013606***  ITS STATUS WHEN THE UNLOAD WAS TAKEN -- THE GUEST HAS NO  ***
013606***  LIVE BOOKING LEFT. RETENTION: THE MASTER ROW'S OWN TEST   ***
013606*
013606     MOVE    "N"     TO  MATCH-SW.
013606     IF  RU-TYPE = "D" AND RU-NAME NOT = ERASED-NAME
013606         IF  EX-ERSKIND = "G"
013606             IF  RU-NAME = EX-ERSNAME
013606                     AND RU-TEL = EX-ERSTEL
013606                 MOVE    "Y"     TO  MATCH-SW
013606             END-IF
013606         ELSE
013606             IF  RU-STAT = "D" OR RU-STAT = "N"
013606                 MOVE    RU-DATE     TO  ROW-DATE
013606                 IF  RU-STAT = "D"
013606                         AND RU-DEPART NOT = SPACES
013606                     MOVE    RU-DEPART   TO  ROW-DATE
013606                 END-IF
013606                 IF  ROW-DATE < EX-ERSCUTOFF
013606                     MOVE    "Y"     TO  MATCH-SW
013606                 END-IF
013606             END-IF
013606         END-IF
013606     END-IF.
013606 TEST-RESV-UNLOAD-LINE-EX.
013606     EXIT.
013606*
013606 TEST-GST-UNLOAD-LINE SECTION.
013606*
013606     MOVE    "N"     TO  MATCH-SW.
013606     IF  GU-TYPE = "D" AND GU-NAME NOT = ERASED-NAME
013606         IF  EX-ERSKIND = "G"
013606             IF  (GU-NUM = EX-ERSGST AND EX-ERSGST NOT = SPACES)
013606                     OR (GU-NAME = EX-ERSNAME
013606                         AND GU-TEL = EX-ERSTEL)
013606                 MOVE    "Y"     TO  MATCH-SW
013606             END-IF
013606         ELSE
013606             IF  GU-LAST-DATE < EX-ERSCUTOFF
013606                 MOVE    "Y"     TO  MATCH-SW
013606             END-IF
013606         END-IF
013606     END-IF.
013606 TEST-GST-UNLOAD-LINE-EX.
013606     EXIT.
013606*
013606 TEST-WAIT-UNLOAD-LINE SECTION.
013606*
013606     MOVE    "N"     TO  MATCH-SW.
013606     IF  WU-TYPE = "D" AND WU-NAME NOT = ERASED-NAME
013606         IF  EX-ERSKIND = "G"
013606             IF  WU-NAME = EX-ERSNAME
013606                     AND WU-TEL = EX-ERSTEL
013606                 MOVE    "Y"     TO  MATCH-SW
013606             END-IF
013606         ELSE
013606             IF  WU-DATE < EX-ERSCUTOFF
013606                 MOVE    "Y"     TO  MATCH-SW
013606             END-IF
013606         END-IF
013606     END-IF.
013606 TEST-WAIT-UNLOAD-LINE-EX.
013606     EXIT.
013606*
013606 WORK-FILE-FAILED SECTION.
013607*
013608***  THE ORIGINAL IS ONLY REPLACED FROM A COMPLETE WORK COPY  ***
013609*
013610     MOVE "ERSWORK WORK FILE FAILED -- ERASURE INCOMPLETE, RERUN."
013611                                             TO  MSG-ERR.
013612     MOVE    "N"     TO  ERS-OK.
013613 WORK-FILE-FAILED-EX.
013613     EXIT.
013613*
013613 FILE-OPEN-FAILED SECTION.
013613*
013613***  A FILE THAT DOES NOT EXIST HOLDS NOTHING TO ERASE; ANY  ***
013613***  OTHER OPEN FAILURE LEAVES THE ERASURE INCOMPLETE        ***
013613*
013613     MOVE    SPACES  TO  MSG-ERR.
013613     STRING  OPEN-NAME   DELIMITED BY SPACE
013613             " COULD NOT BE OPENED -- ERASURE INCOMPLETE, RERUN."
013613                         DELIMITED BY SIZE   INTO  MSG-ERR.
013613     MOVE    "N"     TO  ERS-OK.
013613 FILE-OPEN-FAILED-EX.
013613     EXIT.
013615*
013616 COLLECT-RESERVATION-NUMBERS SECTION.
013616*
013616***  THE NUMBERS ARE TAKEN FROM THE ROWS THE MASTERS     ***
013616***  WILL ERASE, BY THE SAME TESTS, BUT NOTHING IS       ***
013616***  REWRITTEN HERE                                      ***
013616*
013616     OPEN    INPUT   RESERVATION-FILE.
013616     IF  RSV-FILE-STATUS NOT = "00"
013616             AND RSV-FILE-STATUS NOT = "35"
013616         MOVE    "RESVFILE" TO  OPEN-NAME
013616         PERFORM FILE-OPEN-FAILED
013616     END-IF.
013616     IF  RSV-FILE-STATUS = "00"
013616         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
013616             READ RESERVATION-FILE NEXT RECORD
013616                 AT END
013616                     MOVE "10"  TO RSV-FILE-STATUS
013616                 NOT AT END
013616                     PERFORM TEST-RESERVATION-ROW
013616                     IF  MATCH-SW = "Y"
013616                         MOVE    RSV-NUM-KEY     TO  FIND-NUM
013616                         PERFORM KEEP-ERASED-NUMBER
013616                     END-IF
013616             END-READ
013616         END-PERFORM
013616         CLOSE   RESERVATION-FILE
013616     END-IF.
013616 COLLECT-RESERVATION-NUMBERS-EX.
013616     EXIT.
013616*
013616 COLLECT-HISTORY-NUMBERS SECTION.
013616*
013616     OPEN    INPUT   HISTORY-FILE.
013616     IF  HIST-FILE-STATUS NOT = "00"
013616             AND HIST-FILE-STATUS NOT = "35"
013616         MOVE    "RSVHIST"  TO  OPEN-NAME
013616         PERFORM FILE-OPEN-FAILED
013616     END-IF.
013616     IF  HIST-FILE-STATUS = "00"
013616         PERFORM UNTIL HIST-FILE-STATUS NOT = "00"
013616             READ HISTORY-FILE NEXT RECORD
013616                 AT END
013616                     MOVE "10"  TO HIST-FILE-STATUS
013616                 NOT AT END
013616                     PERFORM TEST-HISTORY-ROW
013616                     IF  MATCH-SW = "Y"
013616                         MOVE    HIST-RSV-NUM    TO  FIND-NUM
013616                         PERFORM KEEP-ERASED-NUMBER
013616                     END-IF
013616             END-READ
013616         END-PERFORM
013616         CLOSE   HISTORY-FILE
013616     END-IF.
013616 COLLECT-HISTORY-NUMBERS-EX.
013616     EXIT.
013616*
013616 COLLECT-CANCEL-NUMBERS SECTION.
013616*
013616     OPEN    INPUT   CANCEL-FILE.
013616     IF  CXL-FILE-STATUS NOT = "00"
013616             AND CXL-FILE-STATUS NOT = "35"
013616         MOVE    "CXLFILE"  TO  OPEN-NAME
013616         PERFORM FILE-OPEN-FAILED
013616     END-IF.
013616     IF  CXL-FILE-STATUS = "00"
013616         PERFORM UNTIL CXL-FILE-STATUS NOT = "00"
013616             READ CANCEL-FILE NEXT RECORD
013616                 AT END
013616                     MOVE "10"  TO CXL-FILE-STATUS
013616                 NOT AT END
013616                     PERFORM TEST-CANCEL-ROW
013616                     IF  MATCH-SW = "Y"
013616                         MOVE    CXL-RSV-NUM     TO  FIND-NUM
013616                         PERFORM KEEP-ERASED-NUMBER
013616                     END-IF
013616             END-READ
013616         END-PERFORM
013616         CLOSE   CANCEL-FILE
013616     END-IF.
013616 COLLECT-CANCEL-NUMBERS-EX.
013616     EXIT.
013616*
013616 KEEP-ERASED-NUMBER SECTION.
013617*
013618***  ONE GUEST'S RESERVATION NUMBERS, FOR THE LOG AND LETTER  ***
013619***  FILES THAT ONLY CARRY THE NUMBER. RETENTION DATES THOSE  ***
013620***  FILES ITSELF AND KEEPS NO LIST                           ***
013621*
013622     IF  EX-ERSKIND = "G"
013623         PERFORM FIND-ERASED-NUMBER
013624         IF  FOUND-SW = "N"
013625             IF  ERS-MAX < 999
013626                 ADD     1           TO  ERS-MAX
013627                 MOVE    FIND-NUM    TO  ERASED-RSV-NUM (ERS-MAX)
013628             ELSE
013629                 MOVE "OVER 999 STAYS -- NOT ALL ERASED."
013630                                             TO  MSG-ERR
013631                 MOVE    "N"     TO  ERS-OK
013632             END-IF
013633         END-IF
013634     END-IF.
013635 KEEP-ERASED-NUMBER-EX.
013636     EXIT.
013637*
013638 FIND-ERASED-NUMBER SECTION.
013639*
013640     MOVE    "N"     TO  FOUND-SW.
013641     PERFORM VARYING ERS-IDX FROM 1 BY 1
013642             UNTIL ERS-IDX > ERS-MAX OR FOUND-SW = "Y"
013643         IF  ERASED-RSV-NUM (ERS-IDX) = FIND-NUM
013644             MOVE    "Y"     TO  FOUND-SW
013645         END-IF
013646     END-PERFORM.
013647 FIND-ERASED-NUMBER-EX.
013648     EXIT.
013649*
013650 WRITE-COMPLIANCE-LOG SECTION.
013651*
013652***  WHO, WHEN AND HOW MUCH -- NEVER THE NAME OR PHONE ERASED ***
013653*
013654     ACCEPT  TS-DATE8         FROM DATE YYYYMMDD.
013655     ACCEPT  TS-TIME8         FROM TIME.
013656     MOVE    TS-DATE8        TO  E-STAMP (1:8).
013657     MOVE    TS-TIME8 (1:6)  TO  E-STAMP (9:6).
013658     MOVE    EX-BUSDATE      TO  E-BUSDATE.
013659     MOVE    EX-USRID        TO  E-USER.
013660     IF  EX-USRID = SPACES
013661         MOVE    "BATCH"     TO  E-USER
013662     END-IF.
013663     IF  EX-ERSKIND = "G"
013664         MOVE    "ERASURE"   TO  E-KIND
013665         MOVE    EX-ERSGST   TO  E-REF
013666         IF  EX-ERSGST = SPACES
013667             MOVE    "NO PROFILE"    TO  E-REF
013668         END-IF
013669     ELSE
013670         MOVE    "RETENTION" TO  E-KIND
013671         MOVE    EX-ERSCUTOFF    TO  E-REF
013672     END-IF.
013673     IF  ERS-OK = "Y"
013674         MOVE    "DONE"      TO  E-RESULT
013675     ELSE
013676         MOVE    "FAILED"    TO  E-RESULT
013677     END-IF.
013678     MOVE    GST-COUNT       TO  E-GST.
013679     MOVE    RSV-COUNT-E     TO  E-RSV.
013680     MOVE    HIST-COUNT      TO  E-HIST.
013681     MOVE    CXL-COUNT       TO  E-CXL.
013682     MOVE    WTL-COUNT       TO  E-WTL.
013683     MOVE    INV-COUNT       TO  E-INV.
013684     MOVE    CHG-COUNT       TO  E-CHG.
013685     MOVE    LTR-COUNT       TO  E-LTR.
013686     MOVE    REJ-COUNT       TO  E-REJ.
013687     MOVE    MLG-COUNT       TO  E-MLG.
013687     MOVE    UNL-COUNT       TO  E-UNL.
013688     OPEN    EXTEND  COMPLIANCE-LOG-FILE.
013689     IF  ELG-FILE-STATUS = "35"
013690         OPEN    OUTPUT  COMPLIANCE-LOG-FILE
013691     END-IF.
013692     IF  ELG-FILE-STATUS = "00"
013693         MOVE    COMPLIANCE-DETAIL   TO  COMPLIANCE-LOG-LINE
013694         WRITE   COMPLIANCE-LOG-LINE
013695         IF  ELG-FILE-STATUS NOT = "00"
013696             CLOSE   COMPLIANCE-LOG-FILE
013697             MOVE    "30"    TO  ELG-FILE-STATUS
013698         ELSE
013699             CLOSE   COMPLIANCE-LOG-FILE
013700         END-IF
013701     END-IF.
013702     IF  ELG-FILE-STATUS NOT = "00"
013703         MOVE "ERSLOG WRITE FAILED -- LOG IT BY HAND."
013704                                             TO  MSG-ERR
013705         MOVE    "N"     TO  ERS-OK
013706     END-IF.
013707 WRITE-COMPLIANCE-LOG-EX.
013708     EXIT.
013709 END PROGRAM "ANONYMIZE-GUEST-DATA".
013710 IDENTIFICATION DIVISION.
013711 PROGRAM-ID. "ERASE-GUEST-DATA".
013712******************************************************************
013713*        SHEET(ITEM) ===>    HOTEL
013714*        EVENT       ===>    SUPERVISOR GUEST ERASURE SUBMIT
013715******************************************************************
013716*   HONOURS A GUEST'S REQUEST TO BE ERASED. THE SUPERVISOR KEYS
013717*   THE GUEST NUMBER (EX-ERSGST), OR THE NAME AND PHONE
013718*   (EX-ERSNAME, EX-ERSTEL) EXACTLY AS BOOKED. A GUEST NUMBER
013719*   TAKES THE NAME AND PHONE FROM THE GUEST PROFILE; A NAME AND
013720*   PHONE FIND THE PROFILE WHEN THERE IS ONE. A GUEST WITH A
013721*   BOOKING STILL LIVE (BOOKED OR IN HOUSE) IS REFUSED UNTIL IT
013722*   IS CANCELLED OR CHECKED OUT. ANONYMIZE-GUEST-DATA THEN
013723*   ERASES THE GUEST EVERYWHERE, KEEPING THE STAY ROWS, AND LOGS
013724*   THE ERASURE TO ERSLOG. THE NAME AND PHONE ARE CLEARED FROM
013725*   THE SHEET AND FROM THE RESERVATION LIST IN MEMORY, AND ARE
013725*   NEVER ECHOED IN THE MESSAGE. THE PROFILE IS THE LAST THING
013725*   ERASED, SO AN ERASURE THAT FAILED PART WAY IS SIMPLY KEYED
013725*   AGAIN BY THE SAME NUMBER; A NUMBER WHOSE PROFILE IS ALREADY
013725*   ERASED HAS NOTHING LEFT TO ERASE AND IS REPORTED AS DONE.
013727*
013728 ENVIRONMENT DIVISION.
013729 INPUT-OUTPUT SECTION.
013730 FILE-CONTROL.
013731     SELECT GUEST-FILE         ASSIGN TO  "GSTFILE"
013732         ORGANIZATION IS INDEXED
013733         ACCESS MODE  IS DYNAMIC
013734         RECORD KEY   IS GST-NUM-KEY
013735         FILE STATUS  IS GST-FILE-STATUS.
013736     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
013737         ORGANIZATION IS INDEXED
013738         ACCESS MODE  IS DYNAMIC
013739         RECORD KEY   IS RSV-NUM-KEY
013740         FILE STATUS  IS RSV-FILE-STATUS.
013741 DATA        DIVISION.
013742 FILE SECTION.
013743 FD  GUEST-FILE.
013744 01  GUEST-RECORD.
013745     05  GST-NUM-KEY         PIC X(05).
013746     05  GST-NAME-KEY        PIC X(20).
013747     05  GST-TEL-KEY         PIC X(12).
013748     05  GST-STAY-COUNT      PIC 9(04).
013749     05  GST-LAST-DATE       PIC X(10).
013750 FD  RESERVATION-FILE.
013751 01  RESERVATION-RECORD.
013752     05  RSV-NUM-KEY         PIC X(09).
013753     05  RSV-DATE-KEY        PIC X(10).
013754     05  RSV-ROOM-KEY        PIC X(04).
013755     05  RSV-NAME-KEY        PIC X(20).
013756     05  RSV-TEL-KEY         PIC X(12).
013757     05  RSV-STAY-KEY        PIC X(02).
013758     05  RSV-ARRIVE-KEY      PIC X(10).
013759     05  RSV-DEPART-KEY      PIC X(10).
013760     05  RSV-STAT-KEY        PIC X(01).
013761     05  RSV-GROUP-KEY       PIC X(05).
013762     05  RSV-USER-KEY        PIC X(08).
013763     05  RSV-SOURCE-KEY      PIC X(01).
013764     05  RSV-AGENT-KEY       PIC X(08).
013765 WORKING-STORAGE SECTION.
013766 77  GST-FILE-STATUS         PIC X(02).
013767 77  RSV-FILE-STATUS         PIC X(02).
013768 77  ERASED-NAME          PIC X(20)   VALUE "*ERASED*".
013769 77  VALID-SW             PIC X(01).
013769 77  DONE-SW              PIC X(01).
013770 77  ROWS-ED              PIC Z(06)9.
013771 77  POW-0001                PIC X(14).
013772 PROCEDURE   DIVISION.
013773 MAIN                    SECTION.
013774*
013775***  ERASURE IS A SUPERVISOR FUNCTION -- A CLERK, OR NOBODY   ***
013776***  SIGNED ON AT ALL, IS REFUSED                             ***
013777*
013778     MOVE    "Y"     TO  VALID-SW.
013778     MOVE    "N"     TO  DONE-SW.
013778     IF  EX-USRLEVEL NOT = "S"
013780         MOVE "SUPERVISOR SIGN-ON REQUIRED FOR THIS FUNCTION."
013781                                             TO  MSG-ERR
013782         MOVE    "N"     TO  VALID-SW
013783     END-IF.
013784     IF  VALID-SW = "Y"
013785         IF  EX-ERSGST NOT = SPACES
013786             PERFORM READ-GUEST-BY-NUMBER
013787         ELSE
013788             IF  EX-ERSNAME = SPACES OR EX-ERSTEL = SPACES
013789                 MOVE "GUEST NUMBER, OR NAME AND PHONE, REQUIRED."
013790                                             TO  MSG-ERR
013791                 MOVE    "N"     TO  VALID-SW
013792             ELSE
013793                 PERFORM FIND-GUEST-BY-NAME
013794             END-IF
013795         END-IF
013796     END-IF.
013797     IF  VALID-SW = "Y" AND DONE-SW = "N"
013797         PERFORM CHECK-LIVE-BOOKINGS
013797     END-IF.
013797     IF  VALID-SW = "N"
013797         PERFORM RAISE-ERROR
013797     ELSE
013797         IF  DONE-SW = "Y"
013797             PERFORM REPORT-ALREADY-ERASED
013797         ELSE
013797             PERFORM ERASE-THE-GUEST
013797         END-IF
013797     END-IF.
013805     MOVE    SPACES  TO  EX-ERSGST  EX-ERSNAME  EX-ERSTEL.
013806*
013807 MAIN-EX.
013808     EXIT    PROGRAM.
013809*
013810 READ-GUEST-BY-NUMBER SECTION.
013811*
013812     MOVE    SPACES      TO  GST-NAME-KEY.
013813     OPEN    INPUT   GUEST-FILE.
013814     IF  GST-FILE-STATUS = "00"
013815         MOVE    EX-ERSGST   TO  GST-NUM-KEY
013816         READ    GUEST-FILE RECORD
013817         CLOSE   GUEST-FILE
013818     END-IF.
013819     IF  GST-FILE-STATUS NOT = "00"
013820         MOVE "GUEST NUMBER IS NOT ON THE GUEST MASTER."
013821                                             TO  MSG-ERR
013822         MOVE    "N"     TO  VALID-SW
013823     ELSE
013824         IF  GST-NAME-KEY = ERASED-NAME
013824             MOVE    "Y"     TO  DONE-SW
013824         ELSE
013829             MOVE    GST-NAME-KEY    TO  EX-ERSNAME
013830             MOVE    GST-TEL-KEY     TO  EX-ERSTEL
013831         END-IF
013832     END-IF.
013833 READ-GUEST-BY-NUMBER-EX.
013834     EXIT.
013835*
013836 FIND-GUEST-BY-NAME SECTION.
013837*
013838***  THE PROFILE CARRYING BOTH THE NAME AND THE PHONE, IF ANY ***
013839***  -- A GUEST WHO NEVER BOOKED THROUGH THE DESK MAY HAVE     ***
013840***  NONE, AND IS STILL ERASED EVERYWHERE ELSE                ***
013841*
013842     OPEN    INPUT   GUEST-FILE.
013843     IF  GST-FILE-STATUS = "00"
013844         PERFORM UNTIL GST-FILE-STATUS NOT = "00"
013845             READ GUEST-FILE NEXT RECORD
013846                 AT END
013847                     MOVE "10"  TO GST-FILE-STATUS
013848                 NOT AT END
013849                     IF  GST-NAME-KEY = EX-ERSNAME
013850                             AND GST-TEL-KEY = EX-ERSTEL
013851                         MOVE    GST-NUM-KEY TO  EX-ERSGST
013852                         MOVE    "10"        TO  GST-FILE-STATUS
013853                     END-IF
013854             END-READ
013855         END-PERFORM
013856         CLOSE   GUEST-FILE
013857     END-IF.
013858 FIND-GUEST-BY-NAME-EX.
013859     EXIT.
013860*
013861 CHECK-LIVE-BOOKINGS SECTION.
013862*
013863***  A BOOKING STILL TO ARRIVE OR IN HOUSE NEEDS THE NAME AND ***
013864***  PHONE AT THE DESK -- IT MUST BE CANCELLED OR CHECKED OUT ***
013865***  FIRST. A MASTER THAT CANNOT BE READ PROVES NOTHING, SO  ***
013865***  THE ERASURE IS REFUSED                                  ***
013865*
013865     OPEN    INPUT   RESERVATION-FILE.
013865     IF  RSV-FILE-STATUS NOT = "00"
013865             AND RSV-FILE-STATUS NOT = "35"
013865         MOVE "RESVFILE COULD NOT BE OPENED -- GUEST NOT ERASED."
013865                                             TO  MSG-ERR
013865         MOVE    "N"     TO  VALID-SW
013865     END-IF.
013868     IF  RSV-FILE-STATUS = "00"
013869         PERFORM UNTIL RSV-FILE-STATUS NOT = "00"
013870             READ RESERVATION-FILE NEXT RECORD
013871                 AT END
013872                     MOVE "10"  TO RSV-FILE-STATUS
013873                 NOT AT END
013874                     IF  RSV-NAME-KEY = EX-ERSNAME
013875                             AND RSV-TEL-KEY = EX-ERSTEL
013876                             AND RSV-STAT-KEY NOT = "D"
013877                             AND RSV-STAT-KEY NOT = "N"
013878                         MOVE SPACES     TO  MSG-ERR
013879                         STRING "GUEST IS BOOKED ON " RSV-NUM-KEY
013880                                " -- CANCEL OR CHECK OUT FIRST."
013881                                DELIMITED BY SIZE   INTO  MSG-ERR
013882                         MOVE    "N"     TO  VALID-SW
013883                         MOVE    "10"    TO  RSV-FILE-STATUS
013884                     END-IF
013885             END-READ
013886         END-PERFORM
013887         CLOSE   RESERVATION-FILE
013888     END-IF.
013889 CHECK-LIVE-BOOKINGS-EX.
013890     EXIT.
013891*
013892 ERASE-THE-GUEST SECTION.
013893*
013894     MOVE    SPACE       TO  MSG-SEVERITY.
013895     MOVE    "G"         TO  EX-ERSKIND.
013896     MOVE    SPACES      TO  EX-ERSCUTOFF.
013897     CALL    "ANONYMIZE-GUEST-DATA".
013898     PERFORM VARYING TBL-IDX FROM 1 BY 1 UNTIL TBL-IDX > RSV-COUNT
013899         IF  GUEST-NAME (TBL-IDX) = EX-ERSNAME
013900                 AND TEL-NUM (TBL-IDX) = EX-ERSTEL
013901                 AND (RSV-STAT (TBL-IDX) = "D"
013902                   OR RSV-STAT (TBL-IDX) = "N")
013903             MOVE    ERASED-NAME TO  GUEST-NAME (TBL-IDX)
013904             MOVE    SPACES      TO  TEL-NUM (TBL-IDX)
013905         END-IF
013906     END-PERFORM.
013907     IF  MSG-SEVERITY = "E"
013908         PERFORM RAISE-ERROR
013909     ELSE
013910         MOVE    EX-ERSROWS  TO  ROWS-ED
013911         MOVE    SPACES      TO  MSG-ERR
013912         STRING  "GUEST ERASED --" ROWS-ED
013913                 " ROWS ANONYMIZED, LOGGED TO ERSLOG."
013914                 DELIMITED BY SIZE   INTO  MSG-ERR
013915         MOVE    "I"         TO  MSG-SEVERITY
013916         MOVE    "DEMOMSG"   TO  POW-0001
013917         CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
013918          BY REFERENCE POW-0001
013919     END-IF.
013920 ERASE-THE-GUEST-EX.
013920     EXIT.
013920*
013920 REPORT-ALREADY-ERASED SECTION.
013920*
013920***  THE PROFILE GOES LAST, SO AN ERASED PROFILE MEANS EVERY  ***
013920***  OTHER FILE WAS ALREADY FINISHED                          ***
013920*
013920     MOVE "THIS GUEST IS ALREADY ERASED -- NOTHING LEFT TO ERASE."
013920                                             TO  MSG-ERR.
013920     MOVE    "I"         TO  MSG-SEVERITY.
013920     MOVE    "DEMOMSG"   TO  POW-0001.
013920     CALL    "XPOWCSOPENSHEET" USING BY VALUE HOTEL
013920      BY REFERENCE POW-0001.
013920 REPORT-ALREADY-ERASED-EX.
013920     EXIT.
013920*
013923 RAISE-ERROR SECTION.
013924*
013925***  ROUTE THE FAILURE THROUGH THE DEMOMSG SHEET         ***
013926*
013927     MOVE    "E"         TO  MSG-SEVERITY.
013928     MOVE    "DEMOMSG"   TO  POW-0001.
013929     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
013930      POW-0001 .
013931 RAISE-ERROR-EX.
013932     EXIT.
013933 END PROGRAM "ERASE-GUEST-DATA".
013934 IDENTIFICATION DIVISION.
013935 PROGRAM-ID. "GUEST-DATA-RETENTION".
013936******************************************************************
013937*        SHEET(ITEM) ===>    HOTEL
013938*        EVENT       ===>    PERIODIC BATCH / GUEST DATA RETENTION
013939******************************************************************
013940*   ANONYMIZES, THROUGH ANONYMIZE-GUEST-DATA, EVERY GUEST
013941*   PROFILE AND EVERY STAY, CANCELLATION, WAITLIST ENTRY, PAID
013942*   INVOICE, CHANGE-LOG IMAGE AND LETTER NOT TOUCHED FOR
013943*   EX-RETYEARS YEARS BEFORE THE BUSINESS DATE (THE HOUSE
013944*   RETENTION PERIOD WHEN ZERO). THE STAY ROWS THEMSELVES ARE
013945*   KEPT, SO PERFORMANCE AND LEDGER TOTALS DO NOT CHANGE. THE
013946*   RUN IS LOGGED TO ERSLOG. RUN IT MONTH END, OR WHENEVER THE
013947*   RETENTION POLICY CALLS FOR IT -- A RERUN ONLY FINDS WHAT HAS
013948*   AGED SINCE.
013949*
013950 ENVIRONMENT DIVISION.
013951 DATA        DIVISION.
013952 WORKING-STORAGE SECTION.
013953 77  HOUSE-RETAIN-YEARS   PIC 9(02)   VALUE 7.
013954 77  RETAIN-YEARS         PIC 9(02).
013955 77  CUTOFF-YEAR          PIC 9(04).
013956 77  ROWS-ED              PIC Z(06)9.
013957 77  POW-0001                PIC X(14).
013958 PROCEDURE   DIVISION.
013959 MAIN                    SECTION.
013960*
013961***  29 FEBRUARY ROLLS BACK TO 28 FEBRUARY IN A COMMON YEAR  ***
013962*
013963     MOVE    SPACE   TO  MSG-SEVERITY.
013964     CALL    "GET-BUSINESS-DATE".
013965     MOVE    HOUSE-RETAIN-YEARS  TO  RETAIN-YEARS.
013966     IF  EX-RETYEARS NUMERIC AND EX-RETYEARS > ZERO
013967         MOVE    EX-RETYEARS     TO  RETAIN-YEARS
013968     END-IF.
013969     MOVE    EX-BUSDATE          TO  EX-ERSCUTOFF.
013970     MOVE    EX-BUSDATE (1:4)    TO  CUTOFF-YEAR.
013971     SUBTRACT RETAIN-YEARS       FROM  CUTOFF-YEAR.
013972     MOVE    CUTOFF-YEAR         TO  EX-ERSCUTOFF (1:4).
013973     IF  EX-ERSCUTOFF (6:5) = "02/29"
013974         MOVE    "28"            TO  EX-ERSCUTOFF (9:2)
013975     END-IF.
013976     MOVE    "R"         TO  EX-ERSKIND.
013977     MOVE    SPACES      TO  EX-ERSGST  EX-ERSNAME  EX-ERSTEL.
013978     CALL    "ANONYMIZE-GUEST-DATA".
013979     IF  MSG-SEVERITY NOT = "E"
013980         MOVE    EX-ERSROWS  TO  ROWS-ED
013981         MOVE    SPACES      TO  MSG-ERR
013982         STRING  "RETENTION BEFORE " EX-ERSCUTOFF " --" ROWS-ED
013983                 " ROWS ANONYMIZED, LOGGED TO ERSLOG."
013984                 DELIMITED BY SIZE   INTO  MSG-ERR
013985         MOVE    "I"         TO  MSG-SEVERITY
013986     END-IF.
013987     MOVE    "DEMOMSG"   TO  POW-0001.
013988     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
013989      POW-0001 .
013990*
013991 MAIN-EX.
013992     EXIT    PROGRAM.
013993 END PROGRAM "GUEST-DATA-RETENTION".
013994 IDENTIFICATION DIVISION.
013995 PROGRAM-ID. "MASTER-FILE-UTILITY".
013996******************************************************************
013997*        SHEET(ITEM) ===>    HOTEL
013998*        EVENT       ===>    BATCH UTILITY / MASTER UNLOAD-RELOAD
013999******************************************************************
014000*   UNLOADS THE INDEXED MASTERS TO FLAT LINE SEQUENTIAL FILES,
014001*   OR RELOADS ONE FROM ITS UNLOAD FILE. EX-UTLFUNC IS "U"
014002*   (UNLOAD) OR "R" (RELOAD); EX-UTLFILE NAMES THE MASTER --
014003*   SPACES OR "ALL" TAKES EVERY ONE, IN THE ORDER BELOW:
014004*       RESVFILE -> RESVUNL     RATEFILE -> RATEUNL
014005*       GSTFILE  -> GSTUNL      HSKFILE  -> HSKUNL
014006*       PAYFILE  -> PAYUNL      OOOFILE  -> OOOUNL
014007*       GRPFILE  -> GRPUNL      REVJRNL  -> JRNLUNL
014008*       WAITFILE -> WAITUNL
014009*   AN UNLOAD FILE IS A HEADER LINE ("H": MASTER NAME, RECORD
014010*   LENGTH, BUSINESS DATE, TIME STAMP), ONE "D" LINE PER RECORD
014011*   IN KEY ORDER, AND A TRAILER LINE ("T") WITH THE RECORD COUNT
014012*   AND TWO HASH TOTALS CHOSEN PER MASTER -- E.G. THE SUM OF
014012*   PAY-AMOUNT, OR THE COUNT OF IN-HOUSE RSV-STAT-KEY ROWS (SEE
014012*   MASTER-DEF). A MASTER NOT PRESENT STILL GETS ITS HEADER AND A
014012*   ZERO TRAILER, SO NO OLDER UNLOAD IS LEFT BEHIND IN THE SET AND
014012*   ITS RELOAD RECREATES THE MASTER EMPTY, AS IT WAS UNLOADED.
014012*   A RELOAD FIRST READS THE WHOLE UNLOAD FILE AND
014015*   REFUSES, LEAVING THE MASTER UNTOUCHED, UNLESS THE HEADER
014016*   NAMES THE MASTER AND THE COUNT AND HASHES AGREE WITH THE
014017*   TRAILER. ONLY THEN IS THE MASTER EMPTIED AND REWRITTEN IN
014018*   KEY ORDER, AND READ BACK AND TOTALLED ONCE MORE AGAINST THE
014019*   TRAILER. AN UNLOAD FOLLOWED BY A RELOAD THEREFORE REORGANIZES
014020*   THE MASTER. RUN IT WITH THE DESK CLOSED: RELOADING RESVFILE
014021*   UNDER A LIVE DESK LEAVES THE SCREENS' RESERVATION LIST OUT
014022*   OF STEP UNTIL THE NEXT START-UP. EVERY MASTER TAKEN IS LISTED
014023*   WITH ITS TOTALS ON THE UTLRPT CONTROL REPORT. A GUEST ERASURE
014023*   OR RETENTION RUN MASKS THE NAME AND PHONE IN THE RESVUNL,
014023*   GSTUNL AND WAITUNL "D" LINES AS WELL, LEAVING THE TOTALS
014023*   WHOLE, SO AN OLDER UNLOAD STILL RELOADS BUT NEVER BRINGS AN
014023*   ERASED GUEST BACK.
014024*
014025 ENVIRONMENT DIVISION.
014026 INPUT-OUTPUT SECTION.
014027 FILE-CONTROL.
014028     SELECT RESERVATION-FILE   ASSIGN TO  "RESVFILE"
014029         ORGANIZATION IS INDEXED
014030         ACCESS MODE  IS DYNAMIC
014031         RECORD KEY   IS RSV-NUM-KEY
014032         FILE STATUS  IS MST-FILE-STATUS.
014033     SELECT GUEST-FILE         ASSIGN TO  "GSTFILE"
014034         ORGANIZATION IS INDEXED
014035         ACCESS MODE  IS DYNAMIC
014036         RECORD KEY   IS GST-NUM-KEY
014037         FILE STATUS  IS MST-FILE-STATUS.
014038     SELECT PAYMENT-FILE       ASSIGN TO  "PAYFILE"
014039         ORGANIZATION IS INDEXED
014040         ACCESS MODE  IS DYNAMIC
014041         RECORD KEY   IS PAY-ID-KEY
014042         FILE STATUS  IS MST-FILE-STATUS.
014043     SELECT GROUP-FILE         ASSIGN TO  "GRPFILE"
014044         ORGANIZATION IS INDEXED
014045         ACCESS MODE  IS DYNAMIC
014046         RECORD KEY   IS GRP-NUM-KEY
014047         FILE STATUS  IS MST-FILE-STATUS.
014048     SELECT WAITLIST-FILE      ASSIGN TO  "WAITFILE"
014049         ORGANIZATION IS INDEXED
014050         ACCESS MODE  IS DYNAMIC
014051         RECORD KEY   IS WTL-SEQ-KEY
014052         FILE STATUS  IS MST-FILE-STATUS.
014053     SELECT RATE-FILE          ASSIGN TO  "RATEFILE"
014054         ORGANIZATION IS INDEXED
014055         ACCESS MODE  IS DYNAMIC
014056         RECORD KEY   IS RATE-ID-KEY
014057         FILE STATUS  IS MST-FILE-STATUS.
014058     SELECT HOUSEKEEPING-FILE  ASSIGN TO  "HSKFILE"
014059         ORGANIZATION IS INDEXED
014060         ACCESS MODE  IS DYNAMIC
014061         RECORD KEY   IS HSK-ROOM-KEY
014062         FILE STATUS  IS MST-FILE-STATUS.
014063     SELECT OUT-OF-ORDER-FILE  ASSIGN TO  "OOOFILE"
014064         ORGANIZATION IS INDEXED
014065         ACCESS MODE  IS DYNAMIC
014066         RECORD KEY   IS OOO-ROOM-KEY
014067         FILE STATUS  IS MST-FILE-STATUS.
014068     SELECT JOURNAL-FILE       ASSIGN TO  "REVJRNL"
014069         ORGANIZATION IS INDEXED
014070         ACCESS MODE  IS DYNAMIC
014071         RECORD KEY   IS JRN-DATE-KEY
014072         FILE STATUS  IS MST-FILE-STATUS.
014073     SELECT RESV-UNLOAD-FILE   ASSIGN TO  "RESVUNL"
014074         ORGANIZATION IS LINE SEQUENTIAL
014075         FILE STATUS  IS UNL-FILE-STATUS.
014076     SELECT GST-UNLOAD-FILE    ASSIGN TO  "GSTUNL"
014077         ORGANIZATION IS LINE SEQUENTIAL
014078         FILE STATUS  IS UNL-FILE-STATUS.
014079     SELECT PAY-UNLOAD-FILE    ASSIGN TO  "PAYUNL"
014080         ORGANIZATION IS LINE SEQUENTIAL
014081         FILE STATUS  IS UNL-FILE-STATUS.
014082     SELECT GRP-UNLOAD-FILE    ASSIGN TO  "GRPUNL"
014083         ORGANIZATION IS LINE SEQUENTIAL
014084         FILE STATUS  IS UNL-FILE-STATUS.
014085     SELECT WAIT-UNLOAD-FILE   ASSIGN TO  "WAITUNL"
014086         ORGANIZATION IS LINE SEQUENTIAL
014087         FILE STATUS  IS UNL-FILE-STATUS.
014088     SELECT RATE-UNLOAD-FILE   ASSIGN TO  "RATEUNL"
014089         ORGANIZATION IS LINE SEQUENTIAL
014090         FILE STATUS  IS UNL-FILE-STATUS.
014091     SELECT HSK-UNLOAD-FILE    ASSIGN TO  "HSKUNL"
014092         ORGANIZATION IS LINE SEQUENTIAL
014093         FILE STATUS  IS UNL-FILE-STATUS.
014094     SELECT OOO-UNLOAD-FILE    ASSIGN TO  "OOOUNL"
014095         ORGANIZATION IS LINE SEQUENTIAL
014096         FILE STATUS  IS UNL-FILE-STATUS.
014097     SELECT JRNL-UNLOAD-FILE   ASSIGN TO  "JRNLUNL"
014098         ORGANIZATION IS LINE SEQUENTIAL
014099         FILE STATUS  IS UNL-FILE-STATUS.
014100     SELECT UTILITY-REPORT-FILE ASSIGN TO "UTLRPT"
014101         ORGANIZATION IS LINE SEQUENTIAL.
014102 DATA        DIVISION.
014103 FILE SECTION.
014104 FD  RESERVATION-FILE.
014105 01  RESERVATION-RECORD.
014106     05  RSV-NUM-KEY         PIC X(09).
014107     05  RSV-DATE-KEY        PIC X(10).
014108     05  RSV-ROOM-KEY        PIC X(04).
014109     05  RSV-NAME-KEY        PIC X(20).
014110     05  RSV-TEL-KEY         PIC X(12).
014111     05  RSV-STAY-KEY        PIC X(02).
014112     05  RSV-ARRIVE-KEY      PIC X(10).
014113     05  RSV-DEPART-KEY      PIC X(10).
014114     05  RSV-STAT-KEY        PIC X(01).
014115     05  RSV-GROUP-KEY       PIC X(05).
014116     05  RSV-USER-KEY        PIC X(08).
014117     05  RSV-SOURCE-KEY      PIC X(01).
014118     05  RSV-AGENT-KEY       PIC X(08).
014119 FD  GUEST-FILE.
014120 01  GUEST-RECORD.
014121     05  GST-NUM-KEY         PIC X(05).
014122     05  GST-NAME-KEY        PIC X(20).
014123     05  GST-TEL-KEY         PIC X(12).
014124     05  GST-STAY-COUNT      PIC 9(04).
014125     05  GST-LAST-DATE       PIC X(10).
014126 FD  PAYMENT-FILE.
014127 01  PAYMENT-RECORD.
014128     05  PAY-ID-KEY.
014129         07  PAY-RSV-NUM     PIC X(09).
014130         07  PAY-SEQ         PIC 9(02).
014131     05  PAY-DATE            PIC X(10).
014132     05  PAY-KIND            PIC X(01).
014133     05  PAY-AMOUNT          PIC 9(07)V9(02).
014134 FD  GROUP-FILE.
014135 01  GROUP-RECORD.
014136     05  GRP-NUM-KEY         PIC X(05).
014137     05  GRP-NAME            PIC X(20).
014138     05  GRP-TEL             PIC X(12).
014139     05  GRP-TYPE            PIC X(02).
014140     05  GRP-ROOMS           PIC 9(02).
014141     05  GRP-DATE            PIC X(10).
014142     05  GRP-STAY            PIC X(02).
014143     05  GRP-ENTERED         PIC X(10).
014144     05  GRP-STAT            PIC X(01).
014145 FD  WAITLIST-FILE.
014146 01  WAITLIST-RECORD.
014147     05  WTL-SEQ-KEY         PIC X(05).
014148     05  WTL-NAME            PIC X(20).
014149     05  WTL-TEL             PIC X(12).
014150     05  WTL-TYPE            PIC X(02).
014151     05  WTL-DATE            PIC X(10).
014152     05  WTL-STAY            PIC X(02).
014153     05  WTL-ENTERED         PIC X(10).
014154     05  WTL-STAT            PIC X(01).
014155 FD  RATE-FILE.
014156 01  RATE-RECORD.
014157     05  RATE-ID-KEY.
014158         07  RATE-TYPE-KEY   PIC X(02).
014159         07  RATE-EFF-KEY    PIC X(10).
014160     05  RATE-NIGHT-KEY      PIC 9(05)V9(02).
014161     05  RATE-TAX-KEY        PIC 9(02)V9(02).
014162 FD  HOUSEKEEPING-FILE.
014163 01  HOUSEKEEPING-RECORD.
014164     05  HSK-ROOM-KEY        PIC X(04).
014165     05  HSK-STAT            PIC X(01).
014166     05  HSK-CHANGED         PIC X(10).
014167 FD  OUT-OF-ORDER-FILE.
014168 01  OUT-OF-ORDER-RECORD.
014169     05  OOO-ROOM-KEY        PIC X(04).
014170     05  OOO-REASON          PIC X(20).
014171     05  OOO-RETURN          PIC X(10).
014172     05  OOO-MARKED          PIC X(10).
014173 FD  JOURNAL-FILE.
014174 01  JOURNAL-RECORD.
014175     05  JRN-DATE-KEY        PIC X(10).
014176     05  JRN-TYPE-TOTALS     OCCURS  6   TIMES.
014177         07  JRN-TYPE-CODE   PIC X(02).
014178         07  JRN-TYPE-ROOMS  PIC 9(04).
014179         07  JRN-TYPE-ROOM-CHG   PIC 9(09)V9(02).
014180         07  JRN-TYPE-TAX    PIC 9(09)V9(02).
014181     05  JRN-ROOMS-POSTED    PIC 9(04).
014182     05  JRN-ROOM-TOTAL      PIC 9(09)V9(02).
014183     05  JRN-TAX-TOTAL       PIC 9(09)V9(02).
014184     05  JRN-OCC-PCT         PIC 9(03)V9(02).
014185     05  JRN-ADR             PIC 9(07)V9(02).
014186 FD  RESV-UNLOAD-FILE.
014187 01  RESV-UNLOAD-LINE            PIC X(230).
014188 FD  GST-UNLOAD-FILE.
014189 01  GST-UNLOAD-LINE             PIC X(230).
014190 FD  PAY-UNLOAD-FILE.
014191 01  PAY-UNLOAD-LINE             PIC X(230).
014192 FD  GRP-UNLOAD-FILE.
014193 01  GRP-UNLOAD-LINE             PIC X(230).
014194 FD  WAIT-UNLOAD-FILE.
014195 01  WAIT-UNLOAD-LINE            PIC X(230).
014196 FD  RATE-UNLOAD-FILE.
014197 01  RATE-UNLOAD-LINE            PIC X(230).
014198 FD  HSK-UNLOAD-FILE.
014199 01  HSK-UNLOAD-LINE             PIC X(230).
014200 FD  OOO-UNLOAD-FILE.
014201 01  OOO-UNLOAD-LINE             PIC X(230).
014202 FD  JRNL-UNLOAD-FILE.
014203 01  JRNL-UNLOAD-LINE            PIC X(230).
014204 FD  UTILITY-REPORT-FILE.
014205 01  UTILITY-REPORT-LINE         PIC X(132).
014206 WORKING-STORAGE SECTION.
014207 77  MST-FILE-STATUS         PIC X(02).
014208 77  UNL-FILE-STATUS         PIC X(02).
014209 77  VALID-SW             PIC X(01).
014210 77  FILE-OK              PIC X(01).
014211 77  RUN-OK               PIC X(01).
014212 77  TRAILER-SW           PIC X(01).
014213 77  FILE-IDX             PIC S9(04) COMP-5.
014214 77  FILE-FIRST           PIC S9(04) COMP-5.
014215 77  FILE-LAST            PIC S9(04) COMP-5.
014216 77  FILE-COUNT           PIC S9(04) COMP-5.
014217 77  FAIL-COUNT           PIC S9(04) COMP-5.
014218 77  REC-COUNT            PIC 9(09).
014219 77  HASH-1               PIC 9(13)V9(02).
014220 77  HASH-2               PIC 9(13)V9(02).
014221 77  RESULT-TEXT          PIC X(40).
014222 77  TS-DATE8             PIC 9(08).
014223 77  TS-TIME8             PIC 9(08).
014224 77  RUN-STAMP            PIC X(14).
014225 77  FILES-ED             PIC Z9.
014226 77  POW-0001                PIC X(14).
014227 01  MASTER-DEF.
014228     05  FILLER  PIC X(08)   VALUE "RESVFILE".
014229     05  FILLER  PIC 9(03)   VALUE 100.
014230     05  FILLER  PIC X(14)   VALUE "IN-HOUSE ROWS".
014231     05  FILLER  PIC X(14)   VALUE "NIGHTS BOOKED".
014232     05  FILLER  PIC X(08)   VALUE "GSTFILE".
014233     05  FILLER  PIC 9(03)   VALUE 051.
014234     05  FILLER  PIC X(14)   VALUE "STAY COUNTS".
014235     05  FILLER  PIC X(14)   VALUE "GUEST NUMBERS".
014236     05  FILLER  PIC X(08)   VALUE "PAYFILE".
014237     05  FILLER  PIC 9(03)   VALUE 031.
014238     05  FILLER  PIC X(14)   VALUE "PAY-AMOUNT".
014239     05  FILLER  PIC X(14)   VALUE "PAY-SEQ".
014240     05  FILLER  PIC X(08)   VALUE "GRPFILE".
014241     05  FILLER  PIC 9(03)   VALUE 064.
014242     05  FILLER  PIC X(14)   VALUE "ROOMS BLOCKED".
014243     05  FILLER  PIC X(14)   VALUE "LIVE BLOCKS".
014244     05  FILLER  PIC X(08)   VALUE "WAITFILE".
014245     05  FILLER  PIC 9(03)   VALUE 062.
014246     05  FILLER  PIC X(14)   VALUE "NIGHTS WANTED".
014247     05  FILLER  PIC X(14)   VALUE "STILL WAITING".
014248     05  FILLER  PIC X(08)   VALUE "RATEFILE".
014249     05  FILLER  PIC 9(03)   VALUE 023.
014250     05  FILLER  PIC X(14)   VALUE "NIGHT RATES".
014251     05  FILLER  PIC X(14)   VALUE "TAX PCTS".
014252     05  FILLER  PIC X(08)   VALUE "HSKFILE".
014253     05  FILLER  PIC 9(03)   VALUE 015.
014254     05  FILLER  PIC X(14)   VALUE "DIRTY ROOMS".
014255     05  FILLER  PIC X(14)   VALUE "TO INSPECT".
014256     05  FILLER  PIC X(08)   VALUE "OOOFILE".
014257     05  FILLER  PIC 9(03)   VALUE 044.
014258     05  FILLER  PIC X(14)   VALUE "ROOM NUMBERS".
014259     05  FILLER  PIC X(14)   VALUE "RETURN DATED".
014260     05  FILLER  PIC X(08)   VALUE "REVJRNL".
014261     05  FILLER  PIC 9(03)   VALUE 218.
014262     05  FILLER  PIC X(14)   VALUE "ROOM REVENUE".
014263     05  FILLER  PIC X(14)   VALUE "ROOM TAX".
014264 01  MASTER-TABLE REDEFINES MASTER-DEF.
014265     05  MASTER-ROW          OCCURS  9   TIMES.
014266         07  MST-NAME        PIC X(08).
014267         07  MST-LRECL       PIC 9(03).
014268         07  MST-HASH-1-NAME PIC X(14).
014269         07  MST-HASH-2-NAME PIC X(14).
014270*        THE MASTERS IN PROCESSING ORDER -- FILE-IDX SELECTS THE
014271*        FD IN EVERY EVALUATE BELOW -- WITH THE RECORD LENGTH AND
014272*        WHAT EACH OF THE TWO HASH TOTALS ADDS UP
014273 01  MASTER-IMAGE            PIC X(218).
014274 01  RESV-VIEW   REDEFINES   MASTER-IMAGE.
014275     05  FILLER              PIC X(55).
014276     05  RV-STAY             PIC 9(02).
014277     05  FILLER              PIC X(20).
014278     05  RV-STAT             PIC X(01).
014279     05  FILLER              PIC X(140).
014280 01  GST-VIEW    REDEFINES   MASTER-IMAGE.
014281     05  GV-NUM              PIC 9(05).
014282     05  FILLER              PIC X(32).
014283     05  GV-STAY-COUNT       PIC 9(04).
014284     05  FILLER              PIC X(177).
014285 01  PAY-VIEW    REDEFINES   MASTER-IMAGE.
014286     05  FILLER              PIC X(09).
014287     05  PV-SEQ              PIC 9(02).
014288     05  FILLER              PIC X(11).
014289     05  PV-AMOUNT           PIC 9(07)V9(02).
014290     05  FILLER              PIC X(187).
014291 01  GRP-VIEW    REDEFINES   MASTER-IMAGE.
014292     05  FILLER              PIC X(39).
014293     05  BV-ROOMS            PIC 9(02).
014294     05  FILLER              PIC X(22).
014295     05  BV-STAT             PIC X(01).
014296     05  FILLER              PIC X(154).
014297 01  WAIT-VIEW   REDEFINES   MASTER-IMAGE.
014298     05  FILLER              PIC X(49).
014299     05  WV-STAY             PIC 9(02).
014300     05  FILLER              PIC X(10).
014301     05  WV-STAT             PIC X(01).
014302     05  FILLER              PIC X(156).
014303 01  RATE-VIEW   REDEFINES   MASTER-IMAGE.
014304     05  FILLER              PIC X(12).
014305     05  TV-NIGHT            PIC 9(05)V9(02).
014306     05  TV-TAX              PIC 9(02)V9(02).
014307     05  FILLER              PIC X(195).
014308 01  HSK-VIEW    REDEFINES   MASTER-IMAGE.
014309     05  FILLER              PIC X(04).
014310     05  HV-STAT             PIC X(01).
014311     05  FILLER              PIC X(213).
014312 01  OOO-VIEW    REDEFINES   MASTER-IMAGE.
014313     05  OV-ROOM             PIC 9(04).
014314     05  FILLER              PIC X(20).
014315     05  OV-RETURN           PIC X(10).
014316     05  FILLER              PIC X(184).
014317 01  JRNL-VIEW   REDEFINES   MASTER-IMAGE.
014318     05  FILLER              PIC X(182).
014319     05  JV-ROOM-TOTAL       PIC 9(09)V9(02).
014320     05  JV-TAX-TOTAL        PIC 9(09)V9(02).
014321     05  FILLER              PIC X(14).
014322*        THE HASHED FIELDS OF EACH MASTER AT THEIR RECORD
014323*        POSITIONS, SO UNLOAD AND RELOAD TOTAL THE SAME BYTES
014324 01  UNLOAD-LINE.
014325     05  UL-TYPE             PIC X(01).
014326*        "H" = HEADER, "D" = ONE MASTER RECORD, "T" = TRAILER
014327     05  UL-BODY             PIC X(229).
014328 01  UNLOAD-HEADER REDEFINES UNLOAD-LINE.
014329     05  FILLER              PIC X(01).
014330     05  UH-FILE             PIC X(08).
014331     05  UH-LRECL            PIC 9(03).
014332     05  UH-BUSDATE          PIC X(10).
014333     05  UH-STAMP            PIC X(14).
014334     05  FILLER              PIC X(194).
014335 01  UNLOAD-DETAIL REDEFINES UNLOAD-LINE.
014336     05  FILLER              PIC X(01).
014337     05  UD-IMAGE            PIC X(218).
014338     05  FILLER              PIC X(11).
014339 01  UNLOAD-TRAILER REDEFINES UNLOAD-LINE.
014340     05  FILLER              PIC X(01).
014341     05  UT-FILE             PIC X(08).
014342     05  UT-COUNT            PIC 9(09).
014343     05  UT-HASH-1           PIC 9(13)V9(02).
014344     05  UT-HASH-2           PIC 9(13)V9(02).
014345     05  FILLER              PIC X(182).
014346 01  SAVED-TRAILER.
014347     05  ST-COUNT            PIC 9(09).
014348     05  ST-HASH-1           PIC 9(13)V9(02).
014349     05  ST-HASH-2           PIC 9(13)V9(02).
014350 01  REPORT-DETAIL.
014351     05  R-FILE               PIC X(08).
014352     05  FILLER                  PIC X(02)   VALUE SPACES.
014353     05  R-FUNC               PIC X(06).
014354     05  FILLER                  PIC X(01)   VALUE SPACES.
014355     05  R-COUNT              PIC Z(08)9.
014356     05  FILLER                  PIC X(02)   VALUE SPACES.
014357     05  R-HASH-1-NAME        PIC X(14).
014358     05  R-HASH-1             PIC Z(12)9.9(02).
014359     05  FILLER                  PIC X(02)   VALUE SPACES.
014360     05  R-HASH-2-NAME        PIC X(14).
014361     05  R-HASH-2             PIC Z(12)9.9(02).
014362     05  FILLER                  PIC X(02)   VALUE SPACES.
014363     05  R-RESULT             PIC X(40).
014364 PROCEDURE   DIVISION.
014365 MAIN                    SECTION.
014366*
014367     MOVE    SPACE   TO  MSG-SEVERITY.
014368     MOVE    "Y"     TO  VALID-SW.
014369     MOVE    "Y"     TO  RUN-OK.
014370     MOVE    ZERO    TO  FILE-COUNT  FAIL-COUNT.
014371     CALL    "GET-BUSINESS-DATE".
014372     ACCEPT  TS-DATE8         FROM DATE YYYYMMDD.
014373     ACCEPT  TS-TIME8         FROM TIME.
014374     MOVE    TS-DATE8        TO  RUN-STAMP (1:8).
014375     MOVE    TS-TIME8 (1:6)  TO  RUN-STAMP (9:6).
014376     IF  EX-UTLFUNC NOT = "U" AND EX-UTLFUNC NOT = "R"
014377         MOVE "UTILITY FUNCTION MUST BE U (UNLOAD) OR R (RELOAD)."
014378                                             TO  MSG-ERR
014379         MOVE    "N"     TO  VALID-SW
014380     END-IF.
014381     IF  VALID-SW = "Y"
014382         PERFORM RESOLVE-MASTER-RANGE
014383     END-IF.
014384     IF  VALID-SW = "N"
014385         MOVE    "E"         TO  MSG-SEVERITY
014386     ELSE
014387         OPEN    OUTPUT  UTILITY-REPORT-FILE
014388         MOVE    SPACES  TO  UTILITY-REPORT-LINE
014389         STRING  "MASTER FILE UNLOAD / RELOAD CONTROL REPORT  "
014390                 "BUSINESS DATE " EX-BUSDATE "  RUN " RUN-STAMP
014391                 DELIMITED BY SIZE   INTO  UTILITY-REPORT-LINE
014392         WRITE   UTILITY-REPORT-LINE
014393         MOVE    SPACES  TO  UTILITY-REPORT-LINE
014394         STRING  "MASTER    FUNC      RECORDS  HASH TOTAL 1"
014395                 "                  HASH TOTAL 2"
014396                 "                  RESULT"
014397                 DELIMITED BY SIZE   INTO  UTILITY-REPORT-LINE
014398         WRITE   UTILITY-REPORT-LINE
014399         PERFORM PROCESS-ONE-MASTER
014400             VARYING FILE-IDX FROM FILE-FIRST BY 1
014401             UNTIL FILE-IDX > FILE-LAST
014402         CLOSE   UTILITY-REPORT-FILE
014403         MOVE    FILE-COUNT  TO  FILES-ED
014404         MOVE    SPACES      TO  MSG-ERR
014405         IF  RUN-OK = "Y"
014406             IF  EX-UTLFUNC = "U"
014407                 STRING  FILES-ED " MASTER(S) UNLOADED -- TOTALS"
014408                         " ON UTLRPT."
014409                         DELIMITED BY SIZE   INTO  MSG-ERR
014410             ELSE
014411                 STRING  FILES-ED " MASTER(S) RELOADED, TOTALS"
014412                         " AGREE -- SEE UTLRPT."
014413                         DELIMITED BY SIZE   INTO  MSG-ERR
014414             END-IF
014415             MOVE    "I"     TO  MSG-SEVERITY
014416         ELSE
014417             MOVE    FAIL-COUNT  TO  FILES-ED
014418             STRING  FILES-ED " MASTER(S) FAILED OR REFUSED --"
014419                     " SEE UTLRPT BEFORE THE DESK OPENS."
014420                     DELIMITED BY SIZE   INTO  MSG-ERR
014421             MOVE    "E"     TO  MSG-SEVERITY
014422         END-IF
014423     END-IF.
014424     MOVE    "DEMOMSG"   TO  POW-0001.
014425     CALL    "XPOWCSOPENSHEET"  USING BY VALUE HOTEL BY REFERENCE
014426      POW-0001 .
014427*
014428 MAIN-EX.
014429     EXIT    PROGRAM.
014430*
014431 RESOLVE-MASTER-RANGE SECTION.
014432*
014433***  ONE NAMED MASTER, OR ALL NINE                            ***
014434*
014435     MOVE    1       TO  FILE-FIRST.
014436     MOVE    9       TO  FILE-LAST.
014437     IF  EX-UTLFILE NOT = SPACES AND EX-UTLFILE NOT = "ALL"
014438         MOVE    ZERO    TO  FILE-FIRST
014439         PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 9
014440             IF  MST-NAME (FILE-IDX) = EX-UTLFILE
014441                 MOVE    FILE-IDX    TO  FILE-FIRST  FILE-LAST
014442             END-IF
014443         END-PERFORM
014444         IF  FILE-FIRST = ZERO
014445             MOVE SPACES     TO  MSG-ERR
014446             STRING  EX-UTLFILE " IS NOT A MASTER THIS UTILITY "
014447                     "UNLOADS OR RELOADS."
014448                     DELIMITED BY SIZE   INTO  MSG-ERR
014449             MOVE    "N"     TO  VALID-SW
014450         END-IF
014451     END-IF.
014452 RESOLVE-MASTER-RANGE-EX.
014453     EXIT.
014454*
014455 PROCESS-ONE-MASTER SECTION.
014456*
014457     MOVE    "Y"     TO  FILE-OK.
014458     MOVE    SPACES  TO  RESULT-TEXT.
014459     MOVE    ZERO    TO  REC-COUNT  HASH-1  HASH-2.
014460     IF  EX-UTLFUNC = "U"
014461         MOVE    "UNLOAD"    TO  R-FUNC
014462         PERFORM UNLOAD-ONE-MASTER
014463     ELSE
014464         MOVE    "RELOAD"    TO  R-FUNC
014465         PERFORM RELOAD-ONE-MASTER
014466     END-IF.
014467     ADD     1       TO  FILE-COUNT.
014468     IF  FILE-OK = "N"
014469         ADD     1       TO  FAIL-COUNT
014470         MOVE    "N"     TO  RUN-OK
014471     END-IF.
014472     MOVE    MST-NAME (FILE-IDX)         TO  R-FILE.
014473     MOVE    REC-COUNT                   TO  R-COUNT.
014474     MOVE    MST-HASH-1-NAME (FILE-IDX)  TO  R-HASH-1-NAME.
014475     MOVE    HASH-1                      TO  R-HASH-1.
014476     MOVE    MST-HASH-2-NAME (FILE-IDX)  TO  R-HASH-2-NAME.
014477     MOVE    HASH-2                      TO  R-HASH-2.
014478     MOVE    RESULT-TEXT                 TO  R-RESULT.
014479     MOVE    REPORT-DETAIL   TO  UTILITY-REPORT-LINE.
014480     WRITE   UTILITY-REPORT-LINE.
014481 PROCESS-ONE-MASTER-EX.
014482     EXIT.
014483*
014484 UNLOAD-ONE-MASTER SECTION.
014485*
014486***  HEADER, EVERY RECORD IN KEY ORDER, THEN THE TRAILER WITH  ***
014487***  THE TOTALS TAKEN ON THE WAY                               ***
014488*
014489     PERFORM OPEN-MASTER-INPUT.
014489     IF  MST-FILE-STATUS = "35"
014489         PERFORM UNLOAD-EMPTY-MASTER
014489     ELSE
014489         IF  MST-FILE-STATUS NOT = "00"
014489             MOVE SPACES         TO  RESULT-TEXT
014489             STRING  "MASTER WILL NOT OPEN, STATUS "
014489                     MST-FILE-STATUS
014489                     DELIMITED BY SIZE   INTO  RESULT-TEXT
014489             MOVE    "N"         TO  FILE-OK
014489         ELSE
014489             PERFORM OPEN-UNLOAD-OUTPUT
014489             IF  UNL-FILE-STATUS NOT = "00"
014489                 PERFORM CLOSE-MASTER
014489                 MOVE "UNLOAD FILE WILL NOT OPEN" TO  RESULT-TEXT
014489                 MOVE    "N"         TO  FILE-OK
014489             ELSE
014489                 PERFORM UNLOAD-MASTER-RECORDS
014489             END-IF
014489         END-IF
014489     END-IF.
014489 UNLOAD-ONE-MASTER-EX.
014489     EXIT.
014489*
014489 UNLOAD-MASTER-RECORDS SECTION.
014489*
014489     PERFORM WRITE-UNLOAD-HEADER.
014489     PERFORM UNTIL MST-FILE-STATUS NOT = "00" OR FILE-OK = "N"
014517         PERFORM READ-MASTER-NEXT
014518         IF  MST-FILE-STATUS = "00"
014519             ADD     1               TO  REC-COUNT
014520             PERFORM ADD-TO-HASH-TOTALS
014521             MOVE    SPACES          TO  UNLOAD-LINE
014522             MOVE    "D"             TO  UL-TYPE
014523             MOVE    MASTER-IMAGE    TO  UD-IMAGE
014524             PERFORM WRITE-UNLOAD-LINE
014525         END-IF
014526     END-PERFORM.
014527     IF  MST-FILE-STATUS NOT = "10" AND FILE-OK = "Y"
014528         MOVE SPACES         TO  RESULT-TEXT
014529         STRING  "MASTER READ FAILED, STATUS " MST-FILE-STATUS
014530                 DELIMITED BY SIZE   INTO  RESULT-TEXT
014531         MOVE    "N"         TO  FILE-OK
014532     END-IF.
014533     IF  FILE-OK = "Y"
014533         PERFORM WRITE-UNLOAD-TRAILER
014533     END-IF.
014542     PERFORM CLOSE-MASTER.
014543     PERFORM CLOSE-UNLOAD.
014544     IF  FILE-OK = "Y"
014544         MOVE    "UNLOADED"  TO  RESULT-TEXT
014544     END-IF.
014544 UNLOAD-MASTER-RECORDS-EX.
014544     EXIT.
014544*
014544 UNLOAD-EMPTY-MASTER SECTION.
014544*
014544***  NO MASTER ON DISK UNLOADS AS AN EMPTY ONE -- THE HEADER  ***
014544***  AND A TRAILER OF ZERO RECORDS AND ZERO TOTALS -- IN      ***
014544***  PLACE OF WHATEVER AN EARLIER RUN LEFT UNDER THAT NAME    ***
014544*
014544     PERFORM OPEN-UNLOAD-OUTPUT.
014544     IF  UNL-FILE-STATUS NOT = "00"
014544         MOVE "UNLOAD FILE WILL NOT OPEN" TO  RESULT-TEXT
014544         MOVE    "N"         TO  FILE-OK
014544     ELSE
014544         PERFORM WRITE-UNLOAD-HEADER
014544         IF  FILE-OK = "Y"
014544             PERFORM WRITE-UNLOAD-TRAILER
014544         END-IF
014544         PERFORM CLOSE-UNLOAD
014544         IF  FILE-OK = "Y"
014544             MOVE "MASTER NOT PRESENT, UNLOADED EMPTY"
014544                                             TO  RESULT-TEXT
014544         END-IF
014544     END-IF.
014544 UNLOAD-EMPTY-MASTER-EX.
014544     EXIT.
014544*
014544 WRITE-UNLOAD-HEADER SECTION.
014544*
014544     MOVE    SPACES                  TO  UNLOAD-LINE.
014544     MOVE    "H"                     TO  UL-TYPE.
014544     MOVE    MST-NAME (FILE-IDX)     TO  UH-FILE.
014544     MOVE    MST-LRECL (FILE-IDX)    TO  UH-LRECL.
014544     MOVE    EX-BUSDATE              TO  UH-BUSDATE.
014544     MOVE    RUN-STAMP               TO  UH-STAMP.
014544     PERFORM WRITE-UNLOAD-LINE.
014544 WRITE-UNLOAD-HEADER-EX.
014544     EXIT.
014544*
014544 WRITE-UNLOAD-TRAILER SECTION.
014544*
014544     MOVE    SPACES                  TO  UNLOAD-LINE.
014544     MOVE    "T"                     TO  UL-TYPE.
014544     MOVE    MST-NAME (FILE-IDX)     TO  UT-FILE.
014544     MOVE    REC-COUNT               TO  UT-COUNT.
014544     MOVE    HASH-1                  TO  UT-HASH-1.
014544     MOVE    HASH-2                  TO  UT-HASH-2.
014544     PERFORM WRITE-UNLOAD-LINE.
014544 WRITE-UNLOAD-TRAILER-EX.
014544     EXIT.
014549*
014550 RELOAD-ONE-MASTER SECTION.
014551*
014552***  NOTHING IS WRITTEN TO THE MASTER UNTIL THE WHOLE UNLOAD   ***
014553***  FILE HAS BEEN READ AND AGREES WITH ITS OWN TRAILER        ***
014554*
014555     PERFORM CHECK-UNLOAD-FILE.
014555     IF  FILE-OK = "Y"
014555         PERFORM LOAD-MASTER-FROM-UNLOAD
014555     END-IF.
014555     IF  FILE-OK = "Y"
014555         PERFORM PROVE-RELOADED-MASTER
014555     END-IF.
014555     IF  FILE-OK = "Y"
014555         MOVE    "RELOADED, TOTALS AGREE"    TO  RESULT-TEXT
014555     END-IF.
014567 RELOAD-ONE-MASTER-EX.
014568     EXIT.
014569*
014570 CHECK-UNLOAD-FILE SECTION.
014571*
014572     PERFORM OPEN-UNLOAD-INPUT.
014572     IF  UNL-FILE-STATUS NOT = "00"
014572         MOVE "NO UNLOAD FILE -- NOT RELOADED"   TO  RESULT-TEXT
014572         MOVE    "N"         TO  FILE-OK
014572     ELSE
014572         PERFORM READ-UNLOAD-LINE
014572         IF  UNL-FILE-STATUS NOT = "00"
014572                 OR UL-TYPE NOT = "H"
014572                 OR UH-FILE NOT = MST-NAME (FILE-IDX)
014572                 OR UH-LRECL NOT = MST-LRECL (FILE-IDX)
014572             PERFORM CLOSE-UNLOAD
014572             MOVE "WRONG OR NO HEADER -- NOT RELOADED"
014572                                             TO  RESULT-TEXT
014572             MOVE    "N"         TO  FILE-OK
014572         ELSE
014572             PERFORM CHECK-UNLOAD-TOTALS
014572         END-IF
014572     END-IF.
014572 CHECK-UNLOAD-FILE-EX.
014572     EXIT.
014572*
014572 CHECK-UNLOAD-TOTALS SECTION.
014572*
014572***  READ TO THE TRAILER, TAKING THE SAME TOTALS THE UNLOAD  ***
014572***  TOOK, AND HOLD THEM AGAINST THE TRAILER                 ***
014572*
014572     MOVE    "N"     TO  TRAILER-SW.
014589     PERFORM UNTIL UNL-FILE-STATUS NOT = "00" OR TRAILER-SW = "Y"
014590         PERFORM READ-UNLOAD-LINE
014591         IF  UNL-FILE-STATUS = "00"
014592             EVALUATE UL-TYPE
014593             WHEN "D"
014594                 ADD     1           TO  REC-COUNT
014595                 MOVE    UD-IMAGE    TO  MASTER-IMAGE
014596                 PERFORM ADD-TO-HASH-TOTALS
014597             WHEN "T"
014598                 MOVE    "Y"         TO  TRAILER-SW
014599                 MOVE    UT-COUNT    TO  ST-COUNT
014600                 MOVE    UT-HASH-1   TO  ST-HASH-1
014601                 MOVE    UT-HASH-2   TO  ST-HASH-2
014602             WHEN OTHER
014603                 MOVE    "99"        TO  UNL-FILE-STATUS
014604             END-EVALUATE
014605         END-IF
014606     END-PERFORM.
014607     PERFORM CLOSE-UNLOAD.
014608     IF  TRAILER-SW = "N"
014609         MOVE "NO TRAILER, FILE CUT SHORT -- NOT RELOADED"
014610                                             TO  RESULT-TEXT
014611         MOVE    "N"         TO  FILE-OK
014612     ELSE
014613         IF  REC-COUNT NOT = ST-COUNT
014614                 OR HASH-1 NOT = ST-HASH-1
014615                 OR HASH-2 NOT = ST-HASH-2
014616             MOVE "TOTALS DO NOT AGREE -- NOT RELOADED"
014616                                             TO  RESULT-TEXT
014616             MOVE    "N"         TO  FILE-OK
014616         END-IF
014616     END-IF.
014616 CHECK-UNLOAD-TOTALS-EX.
014616     EXIT.
014623*
014624 LOAD-MASTER-FROM-UNLOAD SECTION.
014625*
014626***  THE MASTER IS OPENED OUTPUT -- EMPTIED -- AND REBUILT IN  ***
014627***  THE KEY ORDER THE UNLOAD WAS TAKEN IN                     ***
014628*
014629     PERFORM OPEN-UNLOAD-INPUT.
014630     PERFORM OPEN-MASTER-OUTPUT.
014631     IF  MST-FILE-STATUS NOT = "00" OR UNL-FILE-STATUS NOT = "00"
014632         PERFORM CLOSE-UNLOAD
014633         MOVE SPACES         TO  RESULT-TEXT
014634         STRING  "MASTER WILL NOT OPEN, STATUS " MST-FILE-STATUS
014635                 DELIMITED BY SIZE   INTO  RESULT-TEXT
014636         MOVE    "N"         TO  FILE-OK
014636     ELSE
014636         PERFORM UNTIL UNL-FILE-STATUS NOT = "00" OR FILE-OK = "N"
014636             PERFORM READ-UNLOAD-LINE
014636             IF  UNL-FILE-STATUS = "00" AND UL-TYPE = "D"
014636                 MOVE    UD-IMAGE    TO  MASTER-IMAGE
014636                 PERFORM WRITE-MASTER
014636                 IF  MST-FILE-STATUS NOT = "00"
014636                     MOVE SPACES     TO  RESULT-TEXT
014636                     STRING  "MASTER WRITE FAILED, STATUS "
014636                             MST-FILE-STATUS " -- RELOAD AGAIN"
014636                             DELIMITED BY SIZE   INTO  RESULT-TEXT
014636                     MOVE    "N"     TO  FILE-OK
014636                 END-IF
014636             END-IF
014636         END-PERFORM
014636         PERFORM CLOSE-MASTER
014636         PERFORM CLOSE-UNLOAD
014636     END-IF.
014655 LOAD-MASTER-FROM-UNLOAD-EX.
014656     EXIT.
014657*
014658 PROVE-RELOADED-MASTER SECTION.
014659*
014660***  READ THE NEW MASTER BACK AND TOTAL IT AGAINST THE TRAILER ***
014661*
014662     MOVE    ZERO    TO  REC-COUNT  HASH-1  HASH-2.
014663     PERFORM OPEN-MASTER-INPUT.
014664     PERFORM UNTIL MST-FILE-STATUS NOT = "00"
014665         PERFORM READ-MASTER-NEXT
014666         IF  MST-FILE-STATUS = "00"
014667             ADD     1       TO  REC-COUNT
014668             PERFORM ADD-TO-HASH-TOTALS
014669         END-IF
014670     END-PERFORM.
014671     PERFORM CLOSE-MASTER.
014672     IF  REC-COUNT NOT = ST-COUNT
014673             OR HASH-1 NOT = ST-HASH-1
014674             OR HASH-2 NOT = ST-HASH-2
014675         MOVE "RELOADED MASTER OUT OF BALANCE -- RELOAD AGAIN"
014676                                             TO  RESULT-TEXT
014677         MOVE    "N"     TO  FILE-OK
014678     END-IF.
014679 PROVE-RELOADED-MASTER-EX.
014680     EXIT.
014681*
014682 ADD-TO-HASH-TOTALS SECTION.
014683*
014684***  THE TWO CONTROL TOTALS OF THE MASTER IN MASTER-IMAGE --   ***
014685***  A FIELD THAT IS NOT NUMERIC ADDS NOTHING                  ***
014686*
014687     EVALUATE FILE-IDX
014688     WHEN 1
014689         IF  RV-STAT = "I"
014690             ADD     1           TO  HASH-1
014691         END-IF
014692         IF  RV-STAY NUMERIC
014693             ADD     RV-STAY     TO  HASH-2
014694         END-IF
014695     WHEN 2
014696         IF  GV-STAY-COUNT NUMERIC
014697             ADD     GV-STAY-COUNT   TO  HASH-1
014698         END-IF
014699         IF  GV-NUM NUMERIC
014700             ADD     GV-NUM      TO  HASH-2
014701         END-IF
014702     WHEN 3
014703         IF  PV-AMOUNT NUMERIC
014704             ADD     PV-AMOUNT   TO  HASH-1
014705         END-IF
014706         IF  PV-SEQ NUMERIC
014707             ADD     PV-SEQ      TO  HASH-2
014708         END-IF
014709     WHEN 4
014710         IF  BV-ROOMS NUMERIC
014711             ADD     BV-ROOMS    TO  HASH-1
014712         END-IF
014713         IF  BV-STAT = SPACE
014714             ADD     1           TO  HASH-2
014715         END-IF
014716     WHEN 5
014717         IF  WV-STAY NUMERIC
014718             ADD     WV-STAY     TO  HASH-1
014719         END-IF
014720         IF  WV-STAT = SPACE
014721             ADD     1           TO  HASH-2
014722         END-IF
014723     WHEN 6
014724         IF  TV-NIGHT NUMERIC
014725             ADD     TV-NIGHT    TO  HASH-1
014726         END-IF
014727         IF  TV-TAX NUMERIC
014728             ADD     TV-TAX      TO  HASH-2
014729         END-IF
014730     WHEN 7
014731         IF  HV-STAT = "D"
014732             ADD     1           TO  HASH-1
014733         END-IF
014734         IF  HV-STAT = "P"
014735             ADD     1           TO  HASH-2
014736         END-IF
014737     WHEN 8
014738         IF  OV-ROOM NUMERIC
014739             ADD     OV-ROOM     TO  HASH-1
014740         END-IF
014741         IF  OV-RETURN NOT = SPACES
014742             ADD     1           TO  HASH-2
014743         END-IF
014744     WHEN 9
014745         IF  JV-ROOM-TOTAL NUMERIC
014746             ADD     JV-ROOM-TOTAL   TO  HASH-1
014747         END-IF
014748         IF  JV-TAX-TOTAL NUMERIC
014749             ADD     JV-TAX-TOTAL    TO  HASH-2
014750         END-IF
014751     END-EVALUATE.
014752 ADD-TO-HASH-TOTALS-EX.
014753     EXIT.
014754*
014755 OPEN-MASTER-INPUT SECTION.
014756*
014757     EVALUATE FILE-IDX
014758     WHEN 1  OPEN INPUT  RESERVATION-FILE
014759     WHEN 2  OPEN INPUT  GUEST-FILE
014760     WHEN 3  OPEN INPUT  PAYMENT-FILE
014761     WHEN 4  OPEN INPUT  GROUP-FILE
014762     WHEN 5  OPEN INPUT  WAITLIST-FILE
014763     WHEN 6  OPEN INPUT  RATE-FILE
014764     WHEN 7  OPEN INPUT  HOUSEKEEPING-FILE
014765     WHEN 8  OPEN INPUT  OUT-OF-ORDER-FILE
014766     WHEN 9  OPEN INPUT  JOURNAL-FILE
014767     END-EVALUATE.
014768 OPEN-MASTER-INPUT-EX.
014769     EXIT.
014770*
014771 OPEN-MASTER-OUTPUT SECTION.
014772*
014773     EVALUATE FILE-IDX
014774     WHEN 1  OPEN OUTPUT RESERVATION-FILE
014775     WHEN 2  OPEN OUTPUT GUEST-FILE
014776     WHEN 3  OPEN OUTPUT PAYMENT-FILE
014777     WHEN 4  OPEN OUTPUT GROUP-FILE
014778     WHEN 5  OPEN OUTPUT WAITLIST-FILE
014779     WHEN 6  OPEN OUTPUT RATE-FILE
014780     WHEN 7  OPEN OUTPUT HOUSEKEEPING-FILE
014781     WHEN 8  OPEN OUTPUT OUT-OF-ORDER-FILE
014782     WHEN 9  OPEN OUTPUT JOURNAL-FILE
014783     END-EVALUATE.
014784 OPEN-MASTER-OUTPUT-EX.
014785     EXIT.
014786*
014787 READ-MASTER-NEXT SECTION.
014788*
014789     EVALUATE FILE-IDX
014790     WHEN 1
014791         READ RESERVATION-FILE NEXT RECORD INTO MASTER-IMAGE
014792             AT END  MOVE "10"  TO MST-FILE-STATUS
014793         END-READ
014794     WHEN 2
014795         READ GUEST-FILE NEXT RECORD INTO MASTER-IMAGE
014796             AT END  MOVE "10"  TO MST-FILE-STATUS
014797         END-READ
014798     WHEN 3
014799         READ PAYMENT-FILE NEXT RECORD INTO MASTER-IMAGE
014800             AT END  MOVE "10"  TO MST-FILE-STATUS
014801         END-READ
014802     WHEN 4
014803         READ GROUP-FILE NEXT RECORD INTO MASTER-IMAGE
014804             AT END  MOVE "10"  TO MST-FILE-STATUS
014805         END-READ
014806     WHEN 5
014807         READ WAITLIST-FILE NEXT RECORD INTO MASTER-IMAGE
014808             AT END  MOVE "10"  TO MST-FILE-STATUS
014809         END-READ
014810     WHEN 6
014811         READ RATE-FILE NEXT RECORD INTO MASTER-IMAGE
014812             AT END  MOVE "10"  TO MST-FILE-STATUS
014813         END-READ
014814     WHEN 7
014815         READ HOUSEKEEPING-FILE NEXT RECORD INTO MASTER-IMAGE
014816             AT END  MOVE "10"  TO MST-FILE-STATUS
014817         END-READ
014818     WHEN 8
014819         READ OUT-OF-ORDER-FILE NEXT RECORD INTO MASTER-IMAGE
014820             AT END  MOVE "10"  TO MST-FILE-STATUS
014821         END-READ
014822     WHEN 9
014823         READ JOURNAL-FILE NEXT RECORD INTO MASTER-IMAGE
014824             AT END  MOVE "10"  TO MST-FILE-STATUS
014825         END-READ
014826     END-EVALUATE.
014827 READ-MASTER-NEXT-EX.
014828     EXIT.
014829*
014830 WRITE-MASTER SECTION.
014831*
014832     EVALUATE FILE-IDX
014833     WHEN 1  WRITE RESERVATION-RECORD    FROM MASTER-IMAGE
014834     WHEN 2  WRITE GUEST-RECORD          FROM MASTER-IMAGE
014835     WHEN 3  WRITE PAYMENT-RECORD        FROM MASTER-IMAGE
014836     WHEN 4  WRITE GROUP-RECORD          FROM MASTER-IMAGE
014837     WHEN 5  WRITE WAITLIST-RECORD       FROM MASTER-IMAGE
014838     WHEN 6  WRITE RATE-RECORD           FROM MASTER-IMAGE
014839     WHEN 7  WRITE HOUSEKEEPING-RECORD   FROM MASTER-IMAGE
014840     WHEN 8  WRITE OUT-OF-ORDER-RECORD   FROM MASTER-IMAGE
014841     WHEN 9  WRITE JOURNAL-RECORD        FROM MASTER-IMAGE
014842     END-EVALUATE.
014843 WRITE-MASTER-EX.
014844     EXIT.
014845*
014846 CLOSE-MASTER SECTION.
014847*
014848     EVALUATE FILE-IDX
014849     WHEN 1  CLOSE RESERVATION-FILE
014850     WHEN 2  CLOSE GUEST-FILE
014851     WHEN 3  CLOSE PAYMENT-FILE
014852     WHEN 4  CLOSE GROUP-FILE
014853     WHEN 5  CLOSE WAITLIST-FILE
014854     WHEN 6  CLOSE RATE-FILE
014855     WHEN 7  CLOSE HOUSEKEEPING-FILE
014856     WHEN 8  CLOSE OUT-OF-ORDER-FILE
014857     WHEN 9  CLOSE JOURNAL-FILE
014858     END-EVALUATE.
014859 CLOSE-MASTER-EX.
014860     EXIT.
014861*
014862 OPEN-UNLOAD-INPUT SECTION.
014863*
014864     EVALUATE FILE-IDX
014865     WHEN 1  OPEN INPUT  RESV-UNLOAD-FILE
014866     WHEN 2  OPEN INPUT  GST-UNLOAD-FILE
014867     WHEN 3  OPEN INPUT  PAY-UNLOAD-FILE
014868     WHEN 4  OPEN INPUT  GRP-UNLOAD-FILE
014869     WHEN 5  OPEN INPUT  WAIT-UNLOAD-FILE
014870     WHEN 6  OPEN INPUT  RATE-UNLOAD-FILE
014871     WHEN 7  OPEN INPUT  HSK-UNLOAD-FILE
014872     WHEN 8  OPEN INPUT  OOO-UNLOAD-FILE
014873     WHEN 9  OPEN INPUT  JRNL-UNLOAD-FILE
014874     END-EVALUATE.
014875 OPEN-UNLOAD-INPUT-EX.
014876     EXIT.
014877*
014878 OPEN-UNLOAD-OUTPUT SECTION.
014879*
014880     EVALUATE FILE-IDX
014881     WHEN 1  OPEN OUTPUT RESV-UNLOAD-FILE
014882     WHEN 2  OPEN OUTPUT GST-UNLOAD-FILE
014883     WHEN 3  OPEN OUTPUT PAY-UNLOAD-FILE
014884     WHEN 4  OPEN OUTPUT GRP-UNLOAD-FILE
014885     WHEN 5  OPEN OUTPUT WAIT-UNLOAD-FILE
014886     WHEN 6  OPEN OUTPUT RATE-UNLOAD-FILE
014887     WHEN 7  OPEN OUTPUT HSK-UNLOAD-FILE
014888     WHEN 8  OPEN OUTPUT OOO-UNLOAD-FILE
014889     WHEN 9  OPEN OUTPUT JRNL-UNLOAD-FILE
014890     END-EVALUATE.
014891 OPEN-UNLOAD-OUTPUT-EX.
014892     EXIT.
014893*
014894 READ-UNLOAD-LINE SECTION.
014895*
014896     MOVE    SPACES  TO  UNLOAD-LINE.
014897     EVALUATE FILE-IDX
014898     WHEN 1
014899         READ RESV-UNLOAD-FILE INTO UNLOAD-LINE
014900             AT END  MOVE "10"  TO UNL-FILE-STATUS
014901         END-READ
014902     WHEN 2
014903         READ GST-UNLOAD-FILE INTO UNLOAD-LINE
014904             AT END  MOVE "10"  TO UNL-FILE-STATUS
014905         END-READ
014906     WHEN 3
014907         READ PAY-UNLOAD-FILE INTO UNLOAD-LINE
014908             AT END  MOVE "10"  TO UNL-FILE-STATUS
014909         END-READ
014910     WHEN 4
014911         READ GRP-UNLOAD-FILE INTO UNLOAD-LINE
014912             AT END  MOVE "10"  TO UNL-FILE-STATUS
014913         END-READ
014914     WHEN 5
014915         READ WAIT-UNLOAD-FILE INTO UNLOAD-LINE
014916             AT END  MOVE "10"  TO UNL-FILE-STATUS
014917         END-READ
014918     WHEN 6
014919         READ RATE-UNLOAD-FILE INTO UNLOAD-LINE
014920             AT END  MOVE "10"  TO UNL-FILE-STATUS
014921         END-READ
014922     WHEN 7
014923         READ HSK-UNLOAD-FILE INTO UNLOAD-LINE
014924             AT END  MOVE "10"  TO UNL-FILE-STATUS
014925         END-READ
014926     WHEN 8
014927         READ OOO-UNLOAD-FILE INTO UNLOAD-LINE
014928             AT END  MOVE "10"  TO UNL-FILE-STATUS
014929         END-READ
014930     WHEN 9
014931         READ JRNL-UNLOAD-FILE INTO UNLOAD-LINE
014932             AT END  MOVE "10"  TO UNL-FILE-STATUS
014933         END-READ
014934     END-EVALUATE.
014935 READ-UNLOAD-LINE-EX.
014936     EXIT.
014937*
014938 WRITE-UNLOAD-LINE SECTION.
014939*
014940     EVALUATE FILE-IDX
014941     WHEN 1  WRITE RESV-UNLOAD-LINE      FROM UNLOAD-LINE
014942     WHEN 2  WRITE GST-UNLOAD-LINE       FROM UNLOAD-LINE
014943     WHEN 3  WRITE PAY-UNLOAD-LINE       FROM UNLOAD-LINE
014944     WHEN 4  WRITE GRP-UNLOAD-LINE       FROM UNLOAD-LINE
014945     WHEN 5  WRITE WAIT-UNLOAD-LINE      FROM UNLOAD-LINE
014946     WHEN 6  WRITE RATE-UNLOAD-LINE      FROM UNLOAD-LINE
014947     WHEN 7  WRITE HSK-UNLOAD-LINE       FROM UNLOAD-LINE
014948     WHEN 8  WRITE OOO-UNLOAD-LINE       FROM UNLOAD-LINE
014949     WHEN 9  WRITE JRNL-UNLOAD-LINE      FROM UNLOAD-LINE
014950     END-EVALUATE.
014951     IF  UNL-FILE-STATUS NOT = "00"
014952         MOVE SPACES         TO  RESULT-TEXT
014953         STRING  "UNLOAD WRITE FAILED, STATUS " UNL-FILE-STATUS
014954                 DELIMITED BY SIZE   INTO  RESULT-TEXT
014955         MOVE    "N"         TO  FILE-OK
014956     END-IF.
014957 WRITE-UNLOAD-LINE-EX.
014958     EXIT.
014959*
014960 CLOSE-UNLOAD SECTION.
014961*
014962     EVALUATE FILE-IDX
014963     WHEN 1  CLOSE RESV-UNLOAD-FILE
014964     WHEN 2  CLOSE GST-UNLOAD-FILE
014965     WHEN 3  CLOSE PAY-UNLOAD-FILE
014966     WHEN 4  CLOSE GRP-UNLOAD-FILE
014967     WHEN 5  CLOSE WAIT-UNLOAD-FILE
014968     WHEN 6  CLOSE RATE-UNLOAD-FILE
014969     WHEN 7  CLOSE HSK-UNLOAD-FILE
014970     WHEN 8  CLOSE OOO-UNLOAD-FILE
014971     WHEN 9  CLOSE JRNL-UNLOAD-FILE
014972     END-EVALUATE.
014973 CLOSE-UNLOAD-EX.
014974     EXIT.
014975 END PROGRAM "MASTER-FILE-UTILITY".
003943 END PROGRAM "HOTEL".
