000079*            WRITES. LEVEL "S" = SUPERVISOR, "C" = CLERK --
000079*            SPACES MEANS NOBODY IS SIGNED ON
000079*
000079     03  BUSINESS-DATE-AREA.
000079         05  EX-BUSDATE      PIC X(10).
000079         05  EX-BUSDATE8     PIC 9(08).
000079*            HOTEL BUSINESS DATE ("YYYY/MM/DD" AND YYYYMMDD) SET
000079*            BY GET-BUSINESS-DATE FROM THE BUSDATE CONTROL FILE --
000079*            ROLLED ONLY BY END-OF-DAY-RUN, NEVER BY THE CLOCK
000079*
000079     03  CANCEL-AREA.
000079         05  EX-CXLREASON    PIC X(20).
000079*            CANCELLATION REASON KEYED AT THE DESK FOR
000079*            CANCEL-RESERVATION AND CANCEL-GROUP-BLOCK
000079         05  EX-CXLDAYS      PIC 9(03).
000079         05  EX-CXLNIGHTS    PIC 9(02).
000079*            FREE-CANCELLATION DAYS BEFORE ARRIVAL AND PENALTY
000079*            NIGHTS KEYED BY THE SUPERVISOR FOR
000079*            CANCEL-POLICY-MAINTENANCE (ROOM TYPE IN EX-RSVTYPE)
000079         05  EX-CXLKIND      PIC X(01).
000079         05  EX-CXLNUM       PIC X(09).
000079         05  EX-CXLROOM      PIC X(04).
000079         05  EX-CXLTYPE      PIC X(02).
000079         05  EX-CXLDATE      PIC X(10).
000079         05  EX-CXLSTAY      PIC X(02).
000079         05  EX-CXLNAME      PIC X(20).
000079         05  EX-CXLTEL       PIC X(12).
000079         05  EX-CXLGROUP     PIC X(05).
000079*            THE ROW BEING CANCELLED ("C") OR RELEASED AS A
000079*            NO-SHOW ("N"), HANDED TO APPLY-CANCELLATION-POLICY
000079         05  EX-CXLPENALTY   PIC 9(07)V9(02).
000079         05  EX-CXLREFUND    PIC 9(07)V9(02).
000079*            PENALTY CHARGED AND DEPOSIT REFUNDED, RETURNED BY
000079*            APPLY-CANCELLATION-POLICY
000079*
000079     03  CITY-LEDGER-AREA.
000079         05  EX-ARACCT       PIC X(06).
000079         05  EX-ARXFER       PIC X(01).
000079*            DIRECT-BILL ACCOUNT, AND "Y" KEYED AT CHECK-OUT TO
000079*            TRANSFER THE BALANCE DUE TO IT INSTEAD OF COLLECTING
000079*            IT -- A BLANK ACCOUNT ON A GROUP MEMBER BILLS THE
000079*            GROUP'S MASTER ACCOUNT
000079         05  EX-ARNAME       PIC X(30).
000079         05  EX-ARTEL        PIC X(12).
000079         05  EX-ARGROUP      PIC X(05).
000079         05  EX-ARLIMIT      PIC 9(07)V9(02).
000079         05  EX-ARSTAT       PIC X(01).
000079*            NAME, PHONE, GROUP BILLED TO THE ACCOUNT, CREDIT
000079*            LIMIT (ZERO = NONE) AND STATUS ("A" = ACTIVE, "C" =
000079*            CLOSED) KEYED FOR DIRECT-BILL-MAINTENANCE
000079         05  EX-ARINV        PIC 9(04).
000079         05  EX-ARAMT        PIC 9(07)V9(02).
000079         05  EX-ARREF        PIC X(12).
000079*            INVOICE (ZERO = OLDEST OPEN INVOICES FIRST), AMOUNT
000079*            AND REMITTANCE REFERENCE KEYED FOR
000079*            POST-CITY-LEDGER-PAYMENT
000079*
000079     03  GUEST-LEDGER-AREA.
000079         05  EX-HBLIMIT      PIC 9(07)V9(02).
000079*            UNPAID BALANCE ABOVE WHICH AN IN-HOUSE GUEST IS
000079*            LISTED BY HIGH-BALANCE-REPORT -- ZERO MEANS THE
000079*            HOUSE LIMIT
000079*
000079     03  OVERBOOKING-AREA.
000079         05  EX-OBFROM       PIC X(10).
000079         05  EX-OBTO         PIC X(10).
000079         05  EX-OBEXTRA      PIC 9(03).
000079*            FIRST AND LAST ARRIVAL DATE AND EXTRA ROOMS KEYED
000079*            BY THE SUPERVISOR FOR OVERBOOKING-MAINTENANCE (ROOM
000079*            TYPE IN EX-RSVTYPE) -- ZERO EXTRA ROOMS WITHDRAWS
000079*            THE RANGE
000079         05  EX-OBQTYPE      PIC X(02).
000079         05  EX-OBQDATE      PIC X(10).
000079         05  EX-OBQEXTRA     PIC 9(03).
000079*            ROOM TYPE AND ARRIVAL DATE HANDED TO
000079*            GET-OVERBOOKING-ALLOWANCE, AND THE EXTRA ROOMS IT
000079*            RETURNS (ZERO = NO ALLOWANCE IN FORCE)
000079*
000079     03  ROOM-UPGRADE-AREA.
000079         05  EX-UPGNUM       PIC X(09).
000079         05  EX-UPGROOM      PIC X(04).
000079         05  EX-UPGTYPE      PIC X(02).
000079*            RESERVATION AND ROOM HANDED TO GET-BOOKED-RATE-TYPE
000079*            WITH THE ROOM'S OWN TYPE IN EX-UPGTYPE -- RETURNED AS
000079*            THE TYPE THE NIGHTS ARE CHARGED AT: THE TYPE BOOKED
000079*            WHEN THE ROOM WAS GIVEN AS A NO-CHARGE UPGRADE
000079*
000079     03  BOOKING-SOURCE-AREA.
000079         05  EX-RSVSOURCE    PIC X(01).
000079         05  EX-RSVAGENT     PIC X(08).
000079*            HOW THE BOOKING REACHED THE HOTEL ("D" = DESK,
000079*            "P" = TELEPHONE, "C" = CENTRAL RESERVATION FEED,
000079*            "G" = GROUP BLOCK -- SPACE IS TAKEN AS THE DESK)
000079*            AND THE IATA/AGENT NUMBER WHEN A TRAVEL AGENT MADE
000079*            THE BOOKING
000079         05  EX-AGTNUM       PIC X(08).
000079         05  EX-AGTNAME      PIC X(30).
000079         05  EX-AGTTEL       PIC X(12).
000079         05  EX-AGTPCT       PIC 9(02)V9(02).
000079         05  EX-AGTSTAT      PIC X(01).
000079*            AGENT NUMBER, NAME, PHONE, COMMISSION PCT AND STATUS
000079*            ("A" = ACTIVE, "C" = CLOSED) KEYED BY THE SUPERVISOR
000079*            FOR TRAVEL-AGENT-MAINTENANCE
000079         05  EX-AGQNUM       PIC X(08).
000079         05  EX-AGQSTAT      PIC X(01).
000079         05  EX-AGQPCT       PIC 9(02)V9(02).
000079*            AGENT NUMBER HANDED TO GET-TRAVEL-AGENT, AND THE
000079*            STATUS AND COMMISSION PCT IT RETURNS (STATUS SPACE =
000079*            NOT ON THE AGENT MASTER)
000079*
000079     03  ERASURE-AREA.
000079         05  EX-ERSGST       PIC X(05).
000079         05  EX-ERSNAME      PIC X(20).
000079         05  EX-ERSTEL       PIC X(12).
000079*            GUEST NUMBER, OR NAME AND PHONE, KEYED BY THE
000079*            SUPERVISOR FOR ERASE-GUEST-DATA
000079         05  EX-RETYEARS     PIC 9(02).
000079*            YEARS A STAY OR PROFILE IS KEPT BEFORE
000079*            GUEST-DATA-RETENTION ANONYMIZES IT (ZERO = HOUSE
000079*            DEFAULT)
000079         05  EX-ERSKIND      PIC X(01).
000079         05  EX-ERSCUTOFF    PIC X(10).
000079         05  EX-ERSROWS      PIC 9(07).
000079*            HANDED TO ANONYMIZE-GUEST-DATA: "G" = ONE GUEST BY
000079*            NAME AND PHONE, "R" = EVERYTHING LAST TOUCHED BEFORE
000079*            THE CUT-OFF DATE -- AND THE ROWS IT ANONYMIZED
000079*
000079     03  UTILITY-AREA.
000079         05  EX-UTLFUNC      PIC X(01).
000079         05  EX-UTLFILE      PIC X(08).
000079*            MASTER-FILE-UTILITY FUNCTION ("U" = UNLOAD, "R" =
000079*            RELOAD) AND THE MASTER TO TAKE ("RESVFILE",
000079*            "GSTFILE", ... -- SPACES OR "ALL" = EVERY MASTER)
000079*
000080 01 POWER--HPOWOBJS-DEMOMSG IS GLOBAL IS EXTERNAL.
000081   02 POWER--HPOWOBJ--DEMOMSG.
000081     03 DEMOMSG PIC S9(9) COMP-5.
