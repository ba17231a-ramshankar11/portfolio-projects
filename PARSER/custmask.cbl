       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMASK.
      *
      * Test-region masking and verification.
      *
      * Builds the test region's copies of the customer master, the
      * posting journal, the audit trail, the purge archive and a
      * sample of the night's feed with every customer name,
      * address, email and phone replaced by a made-up value, and
      * proves the result before the job stream releases it.
      *
      * The masking dictionary (MSKDICT, CUSTMSDL) arrives loaded by
      * the job stream with every distinct real value CUSTMSKX found
      * in those files, keyed on field type + real value.  Phase one
      * gives each entry its fake value, generated from a running
      * number per field type out of the name and street tables
      * below - a candidate that happens to be a real value of any
      * type is skipped, and the running number never repeats, so no
      * two real values share a fake and no fake is anyone's real
      * data.  Phase two masks the files through the dictionary:
      * the same real value masks to the same fake value in every
      * file and every record, so CUSTDMAT still pairs the same
      * customers and the CUSTAINQ / CUST360 histories still line up
      * with the master.  IDs, balances, status codes and dates are
      * copied as they stand; the journal carries no personal data
      * and is copied whole.  The sample feed is the first MASKCTL
      * (CUSTMKCL) detail records of the sorted feed under its own
      * header (when the feed has one), with the header count and the
      * trailer count and hash total rebuilt from the details
      * written.  Phase three closes every output and reads it back:
      * each name, address, email and phone is looked up in the
      * dictionary as a real value of every type, record counts are
      * footed in against out, and the sample feed is footed against
      * its own header and trailer.  MASKRPT states the outcome; it
      * never prints a personal value, real or fake.
      *
      * RETURN-CODE 16 = run stopped; 8 = an original value was
      * found, a value had no dictionary entry, or a count or total
      * did not foot - the job stream then deletes the outputs
      * rather than release them; 0 = verified.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - dictionary fake-value
      *                  assignment, masking of master / journal /
      *                  audit / archive / sample feed, verification.
      * 2026-10-15  RKM  A non-numeric balance adds nothing to the
      *                  sample hash, as in CUSTPROC, and a sample
      *                  of a feed that came without a header is
      *                  verified without one.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-CONTROL    ASSIGN TO MASKCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MASKCTL-STATUS.
           SELECT VALUE-INPUT     ASSIGN TO MSKVAL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MSKVAL-STATUS.
           SELECT MASK-DICTIONARY ASSIGN TO MSKDICT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS DICT-KEY
                                  FILE STATUS IS WS-MSKDICT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT JOURNAL-INPUT   ASSIGN TO JRNIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-JRNIN-STATUS.
           SELECT AUDIT-INPUT     ASSIGN TO AUDIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-AUDIN-STATUS.
           SELECT ARCHIVE-INPUT   ASSIGN TO ARCIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ARCIN-STATUS.
           SELECT FEED-INPUT      ASSIGN TO FEEDIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-FEEDIN-STATUS.
           SELECT MASTER-OUTPUT   ASSIGN TO MSTOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MSTOUT-STATUS.
           SELECT JOURNAL-OUTPUT  ASSIGN TO JRNOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-JRNOUT-STATUS.
           SELECT AUDIT-OUTPUT    ASSIGN TO AUDOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT ARCHIVE-OUTPUT  ASSIGN TO ARCOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ARCOUT-STATUS.
           SELECT FEED-OUTPUT     ASSIGN TO FEEDOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-FEEDOUT-STATUS.
           SELECT MASK-REPORT     ASSIGN TO MASKRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MASKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  VALUE-INPUT RECORD CONTAINS 60 CHARACTERS.
       01  VALUE-RECORD-LAYOUT     PIC X(60).

       FD  MASK-DICTIONARY RECORD CONTAINS 60 CHARACTERS.
           COPY CUSTMSDL REPLACING
               ==CUST-MSD-LAYOUT==   BY ==DICT-RECORD-LAYOUT==
               ==MSD-KEY==           BY ==DICT-KEY==
               ==MSD-FIELD-TYPE==    BY ==DICT-FIELD-TYPE==
               ==MSD-TYPE-NAME==     BY ==DICT-TYPE-NAME==
               ==MSD-TYPE-ADDRESS==  BY ==DICT-TYPE-ADDRESS==
               ==MSD-TYPE-EMAIL==    BY ==DICT-TYPE-EMAIL==
               ==MSD-TYPE-PHONE==    BY ==DICT-TYPE-PHONE==
               ==MSD-REAL-VALUE==    BY ==DICT-REAL-VALUE==
               ==MSD-FAKE-VALUE==    BY ==DICT-FAKE-VALUE==.

       FD  CUSTOMER-MASTER RECORD CONTAINS 120 CHARACTERS.
           COPY CUSTDATL REPLACING
               ==CUST-REC-LAYOUT==   BY ==OUTPUT-RECORD-LAYOUT==
               ==CUST-REC-TYPE==     BY ==OUT-CUST-REC-TYPE==
               ==CUST-TYPE-HEADER==  BY ==OUT-TYPE-HEADER==
               ==CUST-TYPE-DETAIL==  BY ==OUT-TYPE-DETAIL==
               ==CUST-TYPE-TRAILER== BY ==OUT-TYPE-TRAILER==
               ==CUST-ID==           BY ==OUT-CUST-ID==
               ==CUST-NAME==         BY ==OUT-CUST-NAME==
               ==CUST-ADDRESS==      BY ==OUT-CUST-ADDRESS==
               ==CUST-STATUS-CODE==  BY ==OUT-CUST-STATCD==
               ==CUST-BALANCE==      BY ==OUT-CUST-BALANCE==
               ==CUST-BALANCE-X==    BY ==OUT-CUST-BALANCE-X==
               ==CUST-EMAIL==        BY ==OUT-CUST-EMAIL==
               ==CUST-PHONE==        BY ==OUT-CUST-PHONE==
               ==CUST-ACCT-STATUS==  BY ==OUT-CUST-ACCT-STATUS==
               ==CUST-ACCT-ACTIVE==  BY ==OUT-CUST-ACCT-ACTIVE==
               ==CUST-ACCT-INACTIVE== BY ==OUT-CUST-ACCT-INACTV==
               ==CUST-ACCT-CLOSED==  BY ==OUT-CUST-ACCT-CLOSED==
               ==CUST-LAST-UPD-DATE== BY ==OUT-CUST-LAST-UPD-DATE==
               ==CUST-ACTION-CODE==  BY ==OUT-CUST-ACTION-CODE==
               ==CUST-ACT-DELETE==   BY ==OUT-CUST-ACT-DELETE==
               ==CUST-SOURCE-SYSTEM== BY ==OUT-CUST-SOURCE-SYS==.

       FD  JOURNAL-INPUT RECORD CONTAINS 80 CHARACTERS.
       01  JRNIN-RECORD-LAYOUT     PIC X(80).

       FD  AUDIT-INPUT RECORD CONTAINS 255 CHARACTERS.
       01  AUDIN-RECORD-LAYOUT     PIC X(255).

       FD  ARCHIVE-INPUT RECORD CONTAINS 128 CHARACTERS.
       01  ARCIN-RECORD-LAYOUT     PIC X(128).

       FD  FEED-INPUT RECORD CONTAINS 120 CHARACTERS.
       01  FEEDIN-RECORD-LAYOUT    PIC X(120).

       FD  MASTER-OUTPUT RECORD CONTAINS 120 CHARACTERS.
       01  MSTOUT-RECORD-LAYOUT    PIC X(120).

       FD  JOURNAL-OUTPUT RECORD CONTAINS 80 CHARACTERS.
       01  JRNOUT-RECORD-LAYOUT    PIC X(80).

       FD  AUDIT-OUTPUT RECORD CONTAINS 255 CHARACTERS.
       01  AUDOUT-RECORD-LAYOUT    PIC X(255).

       FD  ARCHIVE-OUTPUT RECORD CONTAINS 128 CHARACTERS.
       01  ARCOUT-RECORD-LAYOUT    PIC X(128).

       FD  FEED-OUTPUT RECORD CONTAINS 120 CHARACTERS.
       01  FEEDOUT-RECORD-LAYOUT   PIC X(120).

       FD  MASK-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTDATL.                *> Defines 01 CUST-REC-LAYOUT
       COPY CUSTHDRL.                *> Defines 01 CUST-HDR-LAYOUT
       COPY CUSTTRLL.                *> Defines 01 CUST-TRL-LAYOUT
       COPY CUSTAUDL.                *> Defines 01 CUST-AUD-LAYOUT
       COPY CUSTARCL.                *> Defines 01 CUST-ARC-LAYOUT
       COPY CUSTMSDL.                *> Defines 01 CUST-MSD-LAYOUT
       COPY CUSTMKCL.                *> Defines 01 CUST-MKC-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Fake-name parts.  A fake name is first name, two initials and
      * surname - 40 x 26 x 26 x 100 = 2,704,000 distinct names - and
      * no entry may contain a space (the STRING that assembles them
      * delimits on the first one).
       01  WS-FIRST-NAME-VALUES.
           05  FILLER              PIC X(10) VALUE 'JAMES'.
           05  FILLER              PIC X(10) VALUE 'MARY'.
           05  FILLER              PIC X(10) VALUE 'JOHN'.
           05  FILLER              PIC X(10) VALUE 'PATRICIA'.
           05  FILLER              PIC X(10) VALUE 'ROBERT'.
           05  FILLER              PIC X(10) VALUE 'JENNIFER'.
           05  FILLER              PIC X(10) VALUE 'MICHAEL'.
           05  FILLER              PIC X(10) VALUE 'LINDA'.
           05  FILLER              PIC X(10) VALUE 'WILLIAM'.
           05  FILLER              PIC X(10) VALUE 'ELIZABETH'.
           05  FILLER              PIC X(10) VALUE 'DAVID'.
           05  FILLER              PIC X(10) VALUE 'BARBARA'.
           05  FILLER              PIC X(10) VALUE 'RICHARD'.
           05  FILLER              PIC X(10) VALUE 'SUSAN'.
           05  FILLER              PIC X(10) VALUE 'JOSEPH'.
           05  FILLER              PIC X(10) VALUE 'JESSICA'.
           05  FILLER              PIC X(10) VALUE 'THOMAS'.
           05  FILLER              PIC X(10) VALUE 'SARAH'.
           05  FILLER              PIC X(10) VALUE 'CHARLES'.
           05  FILLER              PIC X(10) VALUE 'KAREN'.
           05  FILLER              PIC X(10) VALUE 'DANIEL'.
           05  FILLER              PIC X(10) VALUE 'NANCY'.
           05  FILLER              PIC X(10) VALUE 'MATTHEW'.
           05  FILLER              PIC X(10) VALUE 'LISA'.
           05  FILLER              PIC X(10) VALUE 'ANTHONY'.
           05  FILLER              PIC X(10) VALUE 'BETTY'.
           05  FILLER              PIC X(10) VALUE 'MARK'.
           05  FILLER              PIC X(10) VALUE 'MARGARET'.
           05  FILLER              PIC X(10) VALUE 'DONALD'.
           05  FILLER              PIC X(10) VALUE 'SANDRA'.
           05  FILLER              PIC X(10) VALUE 'STEVEN'.
           05  FILLER              PIC X(10) VALUE 'ASHLEY'.
           05  FILLER              PIC X(10) VALUE 'PAUL'.
           05  FILLER              PIC X(10) VALUE 'DOROTHY'.
           05  FILLER              PIC X(10) VALUE 'ANDREW'.
           05  FILLER              PIC X(10) VALUE 'KIMBERLY'.
           05  FILLER              PIC X(10) VALUE 'JOSHUA'.
           05  FILLER              PIC X(10) VALUE 'EMILY'.
           05  FILLER              PIC X(10) VALUE 'KENNETH'.
           05  FILLER              PIC X(10) VALUE 'DONNA'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME OCCURS 40 TIMES PIC X(10).

       01  WS-SURNAME-VALUES.
           05  FILLER              PIC X(09) VALUE 'ADAMS'.
           05  FILLER              PIC X(09) VALUE 'ALLEN'.
           05  FILLER              PIC X(09) VALUE 'BAILEY'.
           05  FILLER              PIC X(09) VALUE 'BAKER'.
           05  FILLER              PIC X(09) VALUE 'BARNES'.
           05  FILLER              PIC X(09) VALUE 'BELL'.
           05  FILLER              PIC X(09) VALUE 'BENNETT'.
           05  FILLER              PIC X(09) VALUE 'BROOKS'.
           05  FILLER              PIC X(09) VALUE 'BROWN'.
           05  FILLER              PIC X(09) VALUE 'BRYANT'.
           05  FILLER              PIC X(09) VALUE 'BUTLER'.
           05  FILLER              PIC X(09) VALUE 'CAMPBELL'.
           05  FILLER              PIC X(09) VALUE 'CARTER'.
           05  FILLER              PIC X(09) VALUE 'CLARK'.
           05  FILLER              PIC X(09) VALUE 'COLEMAN'.
           05  FILLER              PIC X(09) VALUE 'COLLINS'.
           05  FILLER              PIC X(09) VALUE 'COOK'.
           05  FILLER              PIC X(09) VALUE 'COOPER'.
           05  FILLER              PIC X(09) VALUE 'COX'.
           05  FILLER              PIC X(09) VALUE 'DAVIS'.
           05  FILLER              PIC X(09) VALUE 'DIAZ'.
           05  FILLER              PIC X(09) VALUE 'EDWARDS'.
           05  FILLER              PIC X(09) VALUE 'EVANS'.
           05  FILLER              PIC X(09) VALUE 'FISHER'.
           05  FILLER              PIC X(09) VALUE 'FLORES'.
           05  FILLER              PIC X(09) VALUE 'FOSTER'.
           05  FILLER              PIC X(09) VALUE 'GARCIA'.
           05  FILLER              PIC X(09) VALUE 'GONZALES'.
           05  FILLER              PIC X(09) VALUE 'GRAHAM'.
           05  FILLER              PIC X(09) VALUE 'GRAY'.
           05  FILLER              PIC X(09) VALUE 'GREEN'.
           05  FILLER              PIC X(09) VALUE 'GRIFFIN'.
           05  FILLER              PIC X(09) VALUE 'HALL'.
           05  FILLER              PIC X(09) VALUE 'HARRIS'.
           05  FILLER              PIC X(09) VALUE 'HAYES'.
           05  FILLER              PIC X(09) VALUE 'HENDERSON'.
           05  FILLER              PIC X(09) VALUE 'HILL'.
           05  FILLER              PIC X(09) VALUE 'HOWARD'.
           05  FILLER              PIC X(09) VALUE 'HUGHES'.
           05  FILLER              PIC X(09) VALUE 'JACKSON'.
           05  FILLER              PIC X(09) VALUE 'JAMES'.
           05  FILLER              PIC X(09) VALUE 'JENKINS'.
           05  FILLER              PIC X(09) VALUE 'JOHNSON'.
           05  FILLER              PIC X(09) VALUE 'JONES'.
           05  FILLER              PIC X(09) VALUE 'KELLY'.
           05  FILLER              PIC X(09) VALUE 'KING'.
           05  FILLER              PIC X(09) VALUE 'LEE'.
           05  FILLER              PIC X(09) VALUE 'LEWIS'.
           05  FILLER              PIC X(09) VALUE 'LONG'.
           05  FILLER              PIC X(09) VALUE 'LOPEZ'.
           05  FILLER              PIC X(09) VALUE 'MARTIN'.
           05  FILLER              PIC X(09) VALUE 'MARTINEZ'.
           05  FILLER              PIC X(09) VALUE 'MILLER'.
           05  FILLER              PIC X(09) VALUE 'MITCHELL'.
           05  FILLER              PIC X(09) VALUE 'MOORE'.
           05  FILLER              PIC X(09) VALUE 'MORGAN'.
           05  FILLER              PIC X(09) VALUE 'MORRIS'.
           05  FILLER              PIC X(09) VALUE 'MURPHY'.
           05  FILLER              PIC X(09) VALUE 'NELSON'.
           05  FILLER              PIC X(09) VALUE 'PARKER'.
           05  FILLER              PIC X(09) VALUE 'PATTERSON'.
           05  FILLER              PIC X(09) VALUE 'PEREZ'.
           05  FILLER              PIC X(09) VALUE 'PERRY'.
           05  FILLER              PIC X(09) VALUE 'PETERSON'.
           05  FILLER              PIC X(09) VALUE 'PHILLIPS'.
           05  FILLER              PIC X(09) VALUE 'POWELL'.
           05  FILLER              PIC X(09) VALUE 'PRICE'.
           05  FILLER              PIC X(09) VALUE 'RAMIREZ'.
           05  FILLER              PIC X(09) VALUE 'REED'.
           05  FILLER              PIC X(09) VALUE 'RIVERA'.
           05  FILLER              PIC X(09) VALUE 'ROBERTS'.
           05  FILLER              PIC X(09) VALUE 'ROBINSON'.
           05  FILLER              PIC X(09) VALUE 'RODRIGUEZ'.
           05  FILLER              PIC X(09) VALUE 'ROGERS'.
           05  FILLER              PIC X(09) VALUE 'ROSS'.
           05  FILLER              PIC X(09) VALUE 'RUSSELL'.
           05  FILLER              PIC X(09) VALUE 'SANCHEZ'.
           05  FILLER              PIC X(09) VALUE 'SANDERS'.
           05  FILLER              PIC X(09) VALUE 'SCOTT'.
           05  FILLER              PIC X(09) VALUE 'SIMMONS'.
           05  FILLER              PIC X(09) VALUE 'SMITH'.
           05  FILLER              PIC X(09) VALUE 'STEWART'.
           05  FILLER              PIC X(09) VALUE 'SULLIVAN'.
           05  FILLER              PIC X(09) VALUE 'TAYLOR'.
           05  FILLER              PIC X(09) VALUE 'THOMAS'.
           05  FILLER              PIC X(09) VALUE 'THOMPSON'.
           05  FILLER              PIC X(09) VALUE 'TORRES'.
           05  FILLER              PIC X(09) VALUE 'TURNER'.
           05  FILLER              PIC X(09) VALUE 'WALKER'.
           05  FILLER              PIC X(09) VALUE 'WARD'.
           05  FILLER              PIC X(09) VALUE 'WALLACE'.
           05  FILLER              PIC X(09) VALUE 'WATSON'.
           05  FILLER              PIC X(09) VALUE 'WHITE'.
           05  FILLER              PIC X(09) VALUE 'WILLIAMS'.
           05  FILLER              PIC X(09) VALUE 'WILSON'.
           05  FILLER              PIC X(09) VALUE 'WOOD'.
           05  FILLER              PIC X(09) VALUE 'WRIGHT'.
           05  FILLER              PIC X(09) VALUE 'YOUNG'.
           05  FILLER              PIC X(09) VALUE 'ZIMMERMAN'.
           05  FILLER              PIC X(09) VALUE 'ZUNIGA'.
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           05  WS-SURNAME OCCURS 100 TIMES PIC X(09).

       01  WS-INITIAL-VALUES       PIC X(26)
                                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-INITIAL-TABLE REDEFINES WS-INITIAL-VALUES.
           05  WS-INITIAL OCCURS 26 TIMES PIC X(01).

      * Fake-address parts.  House number 1000-9999, street and
      * suffix - 9000 x 40 x 5 = 1,800,000 distinct addresses.  No
      * street name may contain a space.
       01  WS-STREET-VALUES.
           05  FILLER              PIC X(10) VALUE 'OAK'.
           05  FILLER              PIC X(10) VALUE 'MAPLE'.
           05  FILLER              PIC X(10) VALUE 'CEDAR'.
           05  FILLER              PIC X(10) VALUE 'ELM'.
           05  FILLER              PIC X(10) VALUE 'PINE'.
           05  FILLER              PIC X(10) VALUE 'BIRCH'.
           05  FILLER              PIC X(10) VALUE 'WILLOW'.
           05  FILLER              PIC X(10) VALUE 'SPRUCE'.
           05  FILLER              PIC X(10) VALUE 'ASH'.
           05  FILLER              PIC X(10) VALUE 'WALNUT'.
           05  FILLER              PIC X(10) VALUE 'CHESTNUT'.
           05  FILLER              PIC X(10) VALUE 'HICKORY'.
           05  FILLER              PIC X(10) VALUE 'POPLAR'.
           05  FILLER              PIC X(10) VALUE 'SYCAMORE'.
           05  FILLER              PIC X(10) VALUE 'ASPEN'.
           05  FILLER              PIC X(10) VALUE 'CHERRY'.
           05  FILLER              PIC X(10) VALUE 'MAGNOLIA'.
           05  FILLER              PIC X(10) VALUE 'LAUREL'.
           05  FILLER              PIC X(10) VALUE 'HOLLY'.
           05  FILLER              PIC X(10) VALUE 'JUNIPER'.
           05  FILLER              PIC X(10) VALUE 'LAKE'.
           05  FILLER              PIC X(10) VALUE 'RIVER'.
           05  FILLER              PIC X(10) VALUE 'HILL'.
           05  FILLER              PIC X(10) VALUE 'MEADOW'.
           05  FILLER              PIC X(10) VALUE 'FOREST'.
           05  FILLER              PIC X(10) VALUE 'PARK'.
           05  FILLER              PIC X(10) VALUE 'SPRING'.
           05  FILLER              PIC X(10) VALUE 'VALLEY'.
           05  FILLER              PIC X(10) VALUE 'RIDGE'.
           05  FILLER              PIC X(10) VALUE 'SUMMIT'.
           05  FILLER              PIC X(10) VALUE 'HARBOR'.
           05  FILLER              PIC X(10) VALUE 'BRIDGE'.
           05  FILLER              PIC X(10) VALUE 'MILL'.
           05  FILLER              PIC X(10) VALUE 'CHURCH'.
           05  FILLER              PIC X(10) VALUE 'MAIN'.
           05  FILLER              PIC X(10) VALUE 'MARKET'.
           05  FILLER              PIC X(10) VALUE 'UNION'.
           05  FILLER              PIC X(10) VALUE 'FRANKLIN'.
           05  FILLER              PIC X(10) VALUE 'WASHINGTON'.
           05  FILLER              PIC X(10) VALUE 'JEFFERSON'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET OCCURS 40 TIMES PIC X(10).

       01  WS-SUFFIX-VALUES.
           05  FILLER              PIC X(03) VALUE 'ST'.
           05  FILLER              PIC X(03) VALUE 'AVE'.
           05  FILLER              PIC X(03) VALUE 'RD'.
           05  FILLER              PIC X(03) VALUE 'LN'.
           05  FILLER              PIC X(03) VALUE 'DR'.
       01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
           05  WS-SUFFIX OCCURS 5 TIMES PIC X(03).

      * The four dictionary field types, in the order the
      * verification looks a value up under each of them.
       01  WS-TYPE-CODE-VALUES     PIC X(04) VALUE 'NAEP'.
       01  WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODE-VALUES.
           05  WS-TYPE-CODE OCCURS 4 TIMES PIC X(01).

      * Working storage variables
       01  WS-MASKCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MSKVAL-STATUS        PIC 99 VALUE ZEROS.
       01  WS-MSKDICT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-JRNIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-AUDIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-ARCIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-FEEDIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-MSTOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-JRNOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-AUDOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-ARCOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-FEEDOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MASKRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
           88  IN-EOF              VALUE 'Y'.
           88  IN-NOT-EOF          VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-DICT-OPEN-SW         PIC X(1) VALUE 'N'.
           88  DICT-OPEN           VALUE 'Y'.
       01  WS-REAL-VALUE-SW        PIC X(1) VALUE 'N'.
           88  VALUE-IS-REAL       VALUE 'Y'.
           88  VALUE-NOT-REAL      VALUE 'N'.
       01  WS-CANDIDATE-SW         PIC X(1) VALUE 'N'.
           88  CANDIDATE-ACCEPTED  VALUE 'Y'.
           88  CANDIDATE-PENDING   VALUE 'N'.

      * Fake-value generation
       01  WS-NAME-SEQ             PIC 9(09) COMP VALUE ZEROS.
       01  WS-ADDRESS-SEQ          PIC 9(09) COMP VALUE ZEROS.
       01  WS-EMAIL-SEQ            PIC 9(09) COMP VALUE ZEROS.
       01  WS-PHONE-SEQ            PIC 9(09) COMP VALUE ZEROS.
       01  WS-SEQ                  PIC 9(09) COMP VALUE ZEROS.
       01  WS-QUOTIENT             PIC 9(09) COMP VALUE ZEROS.
       01  WS-REMAINDER            PIC 9(09) COMP VALUE ZEROS.
       01  WS-SUB-1                PIC 9(03) COMP VALUE ZEROS.
       01  WS-SUB-2                PIC 9(03) COMP VALUE ZEROS.
       01  WS-SUB-3                PIC 9(03) COMP VALUE ZEROS.
       01  WS-SUB-4                PIC 9(03) COMP VALUE ZEROS.
       01  WS-TYPE-SUB             PIC 9(03) COMP VALUE ZEROS.
       01  WS-HOUSE-NO             PIC 9(04) VALUE ZEROS.
       01  WS-SEQ-DIGITS           PIC 9(07) VALUE ZEROS.
       01  WS-SEQ-DIGITS-X REDEFINES WS-SEQ-DIGITS.
           05  WS-SEQ-EXCHANGE     PIC X(03).
           05  WS-SEQ-LINE         PIC X(04).
       01  WS-FAKE-VALUE           PIC X(25) VALUE SPACES.
       01  WS-CHECK-VALUE          PIC X(25) VALUE SPACES.
       01  WS-LOOKUP-TYPE          PIC X(01) VALUE SPACES.

      * Identification of the field under verification - the report
      * names the file, customer ID and field, never the value.
       01  WS-CHECK-FILE           PIC X(08) VALUE SPACES.
       01  WS-CHECK-FIELD          PIC X(07) VALUE SPACES.
       01  WS-CHECK-ID             PIC X(10) VALUE SPACES.

      * Sample feed
       01  WS-SAMPLE-LIMIT         PIC 9(07) VALUE ZEROS.
       01  WS-FEED-DETAILS-IN      PIC 9(09) VALUE ZEROS.
       01  WS-SAMPLE-COUNT         PIC 9(09) VALUE ZEROS.
       01  WS-SAMPLE-WRITTEN       PIC 9(09) VALUE ZEROS.
       01  WS-SAMPLE-HASH          PIC 9(15) VALUE ZEROS.
       01  WS-BALANCE-PENNIES      PIC S9(09) VALUE ZEROS.
       01  WS-FEED-HEADERS-IN      PIC 9(07) VALUE ZEROS.

      * Sample feed as read back
       01  WS-VFY-HEADERS          PIC 9(07) VALUE ZEROS.
       01  WS-VFY-HEADERS-WANTED   PIC 9(07) VALUE ZEROS.
       01  WS-VFY-TRAILERS         PIC 9(07) VALUE ZEROS.
       01  WS-VFY-DETAILS          PIC 9(09) VALUE ZEROS.
       01  WS-VFY-HASH             PIC 9(15) VALUE ZEROS.
       01  WS-VFY-HDR-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-VFY-TRL-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-VFY-TRL-HASH         PIC 9(15) VALUE ZEROS.

      * Control totals for the masking report
       01  WS-NAME-VALUES          PIC 9(09) VALUE ZEROS.
       01  WS-ADDRESS-VALUES       PIC 9(09) VALUE ZEROS.
       01  WS-EMAIL-VALUES         PIC 9(09) VALUE ZEROS.
       01  WS-PHONE-VALUES         PIC 9(09) VALUE ZEROS.
       01  WS-SKIPPED-COUNT        PIC 9(09) VALUE ZEROS.
       01  WS-MASTER-IN            PIC 9(09) VALUE ZEROS.
       01  WS-MASTER-OUT           PIC 9(09) VALUE ZEROS.
       01  WS-MASTER-CHECKED       PIC 9(09) VALUE ZEROS.
       01  WS-JOURNAL-IN           PIC 9(09) VALUE ZEROS.
       01  WS-JOURNAL-OUT          PIC 9(09) VALUE ZEROS.
       01  WS-JOURNAL-CHECKED      PIC 9(09) VALUE ZEROS.
       01  WS-AUDIT-IN             PIC 9(09) VALUE ZEROS.
       01  WS-AUDIT-OUT            PIC 9(09) VALUE ZEROS.
       01  WS-AUDIT-CHECKED        PIC 9(09) VALUE ZEROS.
       01  WS-ARCHIVE-IN           PIC 9(09) VALUE ZEROS.
       01  WS-ARCHIVE-OUT          PIC 9(09) VALUE ZEROS.
       01  WS-ARCHIVE-CHECKED      PIC 9(09) VALUE ZEROS.
       01  WS-FEED-IN              PIC 9(09) VALUE ZEROS.
       01  WS-FEED-OUT             PIC 9(09) VALUE ZEROS.
       01  WS-FEED-CHECKED         PIC 9(09) VALUE ZEROS.
       01  WS-FIELDS-CHECKED       PIC 9(09) VALUE ZEROS.
       01  WS-VIOLATION-COUNT      PIC 9(09) VALUE ZEROS.
       01  WS-UNMAPPED-COUNT       PIC 9(09) VALUE ZEROS.
       01  WS-FOOTING-ERRORS       PIC 9(07) VALUE ZEROS.
       01  WS-LINE-LABEL           PIC X(08) VALUE SPACES.
       01  WS-LINE-IN              PIC 9(09) VALUE ZEROS.
       01  WS-LINE-OUT             PIC 9(09) VALUE ZEROS.
       01  WS-LINE-CHECKED         PIC 9(09) VALUE ZEROS.
       01  WS-EDITED-IN            PIC ZZZZZZZZ9.
       01  WS-EDITED-OUT           PIC ZZZZZZZZ9.
       01  WS-EDITED-CHECKED       PIC ZZZZZZZZ9.
       01  WS-EDITED-COUNT         PIC ZZZZZZZZ9.
       01  WS-EDITED-HASH          PIC Z(14)9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           IF NO-FATAL-ERROR
               PERFORM 1400-ASSIGN-FAKE-VALUES
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2000-MASK-MASTER
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2100-COPY-JOURNAL
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2200-MASK-AUDIT
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2400-MASK-ARCHIVE
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2600-MASK-FEED
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 6000-VERIFY-MASTER
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 6100-VERIFY-JOURNAL
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 6200-VERIFY-AUDIT
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 6400-VERIFY-ARCHIVE
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 6600-VERIFY-FEED
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT MASK-REPORT
           IF WS-MASKRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MASKRPT, Status: '
                       WS-MASKRPT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               PERFORM 3100-WRITE-REPORT-HEADER
               PERFORM 1050-READ-CONTROL-RECORD
           END-IF.

      * A missing or unusable MASKCTL is not defaulted - the sample
      * size decides how much of a production feed leaves for the
      * test region, so the run stops rather than guess.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT MASK-CONTROL
           IF WS-MASKCTL-STATUS NOT = FS-OK
               DISPLAY 'CUSTMASK: MASKCTL NOT AVAILABLE, STATUS '
                       WS-MASKCTL-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               READ MASK-CONTROL INTO CUST-MKC-LAYOUT
               AT END
                   DISPLAY 'CUSTMASK: MASKCTL IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-READ
               CLOSE MASK-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               IF MKC-SAMPLE-SIZE NOT NUMERIC
                   DISPLAY 'CUSTMASK: MASKCTL SAMPLE SIZE NOT NUMERIC'
                           ' - RUN STOPPED'
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   MOVE MKC-SAMPLE-SIZE-N TO WS-SAMPLE-LIMIT
                   DISPLAY 'CUSTMASK SAMPLE SIZE: ' MKC-SAMPLE-SIZE
               END-IF
           END-IF.

      ******************************************************************
      * Phase one - give every dictionary entry its fake value.  The
      * sorted extract the dictionary was loaded from drives the
      * pass, so the dictionary itself is only ever read by key.
      ******************************************************************
       1400-ASSIGN-FAKE-VALUES.
           OPEN INPUT VALUE-INPUT
           IF WS-MSKVAL-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MSKVAL, Status: '
                       WS-MSKVAL-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               OPEN I-O MASK-DICTIONARY
               IF WS-MSKDICT-STATUS NOT = FS-OK
                   DISPLAY 'ERROR: Failed to open MSKDICT, Status: '
                           WS-MSKDICT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   MOVE 'Y' TO WS-DICT-OPEN-SW
                   SET IN-NOT-EOF TO TRUE
                   PERFORM 1410-ASSIGN-ONE-VALUE
                       UNTIL IN-EOF OR FATAL-ERROR
               END-IF
               CLOSE VALUE-INPUT
           END-IF.

       1410-ASSIGN-ONE-VALUE.
           READ VALUE-INPUT INTO CUST-MSD-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               SET CANDIDATE-PENDING TO TRUE
               PERFORM 1420-TRY-CANDIDATE
                   UNTIL CANDIDATE-ACCEPTED OR FATAL-ERROR
               IF NO-FATAL-ERROR
                   PERFORM 1460-STORE-FAKE-VALUE
               END-IF
           END-READ.

      * Each try uses up one number of the field type's sequence,
      * whether the candidate is kept or not, so a fake value is
      * never generated twice.
       1420-TRY-CANDIDATE.
           EVALUATE TRUE
               WHEN MSD-TYPE-NAME
                   MOVE WS-NAME-SEQ TO WS-SEQ
                   ADD 1 TO WS-NAME-SEQ
                   PERFORM 1500-BUILD-FAKE-NAME
               WHEN MSD-TYPE-ADDRESS
                   MOVE WS-ADDRESS-SEQ TO WS-SEQ
                   ADD 1 TO WS-ADDRESS-SEQ
                   PERFORM 1520-BUILD-FAKE-ADDRESS
               WHEN MSD-TYPE-EMAIL
                   MOVE WS-EMAIL-SEQ TO WS-SEQ
                   ADD 1 TO WS-EMAIL-SEQ
                   PERFORM 1540-BUILD-FAKE-EMAIL
               WHEN MSD-TYPE-PHONE
                   MOVE WS-PHONE-SEQ TO WS-SEQ
                   ADD 1 TO WS-PHONE-SEQ
                   PERFORM 1560-BUILD-FAKE-PHONE
               WHEN OTHER
                   DISPLAY 'CUSTMASK: MSKVAL FIELD TYPE '
                           MSD-FIELD-TYPE ' NOT RECOGNIZED - RUN '
                           'STOPPED'
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE
           IF NO-FATAL-ERROR
               MOVE WS-FAKE-VALUE TO WS-CHECK-VALUE
               PERFORM 1450-CHECK-REAL-VALUE
               IF VALUE-IS-REAL
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   SET CANDIDATE-ACCEPTED TO TRUE
               END-IF
           END-IF.

      * Is WS-CHECK-VALUE a real value of any field type?  Shared by
      * candidate screening and the output verification.
       1450-CHECK-REAL-VALUE.
           SET VALUE-NOT-REAL TO TRUE
           PERFORM 1455-CHECK-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 4 OR VALUE-IS-REAL OR FATAL-ERROR.

       1455-CHECK-ONE-TYPE.
           MOVE WS-TYPE-CODE (WS-TYPE-SUB) TO DICT-FIELD-TYPE
           MOVE WS-CHECK-VALUE TO DICT-REAL-VALUE
           READ MASK-DICTIONARY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VALUE-IS-REAL TO TRUE
           END-READ
           IF WS-MSKDICT-STATUS NOT = FS-OK AND
              WS-MSKDICT-STATUS NOT = FS-RECORD-NOT-FOUND
               DISPLAY 'CUSTMASK: ERROR READING MSKDICT, STATUS '
                       WS-MSKDICT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       1460-STORE-FAKE-VALUE.
           MOVE MSD-KEY TO DICT-KEY
           READ MASK-DICTIONARY
               INVALID KEY
                   DISPLAY 'CUSTMASK: MSKVAL ENTRY NOT ON MSKDICT, '
                           'STATUS ' WS-MSKDICT-STATUS
                           ' - RUN STOPPED'
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               NOT INVALID KEY
                   MOVE WS-FAKE-VALUE TO DICT-FAKE-VALUE
                   REWRITE DICT-RECORD-LAYOUT
                   IF WS-MSKDICT-STATUS NOT = FS-OK
                       DISPLAY 'CUSTMASK: ERROR REWRITING MSKDICT, '
                               'STATUS ' WS-MSKDICT-STATUS
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   ELSE
                       PERFORM 1470-COUNT-VALUE
                   END-IF
           END-READ.

       1470-COUNT-VALUE.
           EVALUATE TRUE
               WHEN MSD-TYPE-NAME
                   ADD 1 TO WS-NAME-VALUES
               WHEN MSD-TYPE-ADDRESS
                   ADD 1 TO WS-ADDRESS-VALUES
               WHEN MSD-TYPE-EMAIL
                   ADD 1 TO WS-EMAIL-VALUES
               WHEN MSD-TYPE-PHONE
                   ADD 1 TO WS-PHONE-VALUES
           END-EVALUATE.

      * Surname varies fastest, then first name, then the initials:
      * FIRST I I SURNAME.  Past 2,704,000 the names would repeat,
      * and a repeated fake would pair customers who are not pairs.
       1500-BUILD-FAKE-NAME.
           DIVIDE WS-SEQ BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SUB-1 = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 40 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SUB-2 = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 26 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SUB-3 = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 26 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SUB-4 = WS-REMAINDER + 1
           IF WS-QUOTIENT > 0
               DISPLAY 'CUSTMASK: FAKE NAMES EXHAUSTED - RUN STOPPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE SPACES TO WS-FAKE-VALUE
               STRING WS-FIRST-NAME (WS-SUB-2) DELIMITED BY SPACE
                      ' ' WS-INITIAL (WS-SUB-3)
                      ' ' WS-INITIAL (WS-SUB-4) ' '
                          DELIMITED BY SIZE
                      WS-SURNAME (WS-SUB-1) DELIMITED BY SPACE
                   INTO WS-FAKE-VALUE
           END-IF.

       1520-BUILD-FAKE-ADDRESS.
           DIVIDE WS-SEQ BY 40 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SUB-1 = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 5 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-SUB-2 = WS-REMAINDER + 1
           DIVIDE WS-QUOTIENT BY 9000 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           COMPUTE WS-HOUSE-NO = WS-REMAINDER + 1000
           IF WS-QUOTIENT > 0
               DISPLAY 'CUSTMASK: FAKE ADDRESSES EXHAUSTED - RUN '
                       'STOPPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE SPACES TO WS-FAKE-VALUE
               STRING WS-HOUSE-NO ' ' DELIMITED BY SIZE
                      WS-STREET (WS-SUB-1) DELIMITED BY SPACE
                      ' ' WS-SUFFIX (WS-SUB-2) DELIMITED BY SIZE
                   INTO WS-FAKE-VALUE
           END-IF.

      * SURNAME + seven-digit sequence @TEST.COM - the sequence
      * alone makes it unique, the surname makes it read like one.
       1540-BUILD-FAKE-EMAIL.
           IF WS-SEQ > 9999999
               DISPLAY 'CUSTMASK: FAKE EMAILS EXHAUSTED - RUN STOPPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               DIVIDE WS-SEQ BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               COMPUTE WS-SUB-1 = WS-REMAINDER + 1
               MOVE WS-SEQ TO WS-SEQ-DIGITS
               MOVE SPACES TO WS-FAKE-VALUE
               STRING WS-SURNAME (WS-SUB-1) DELIMITED BY SPACE
                      WS-SEQ-DIGITS '@TEST.COM' DELIMITED BY SIZE
                   INTO WS-FAKE-VALUE
           END-IF.

      * 555-nnn-nnnn, the master's phone layout, in the range kept
      * back from real subscriber numbers.
       1560-BUILD-FAKE-PHONE.
           IF WS-SEQ > 9999999
               DISPLAY 'CUSTMASK: FAKE PHONES EXHAUSTED - RUN STOPPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE WS-SEQ TO WS-SEQ-DIGITS
               MOVE SPACES TO WS-FAKE-VALUE
               STRING '555-' WS-SEQ-EXCHANGE '-' WS-SEQ-LINE
                   DELIMITED BY SIZE INTO WS-FAKE-VALUE
           END-IF.

      ******************************************************************
      * Phase two - mask each file through the dictionary.
      ******************************************************************
       2000-MASK-MASTER.
           OPEN INPUT CUSTOMER-MASTER
                OUTPUT MASTER-OUTPUT
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-MSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MSTOUT, Status: '
                       WS-MSTOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               SET IN-NOT-EOF TO TRUE
               PERFORM 2050-MASK-MASTER-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
           END-IF
           CLOSE CUSTOMER-MASTER
                 MASTER-OUTPUT.

       2050-MASK-MASTER-RECORD.
           READ CUSTOMER-MASTER
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-MASTER-IN
               MOVE OUTPUT-RECORD-LAYOUT TO CUST-REC-LAYOUT
               PERFORM 2900-MASK-IMAGE
               MOVE CUST-REC-LAYOUT TO MSTOUT-RECORD-LAYOUT
               WRITE MSTOUT-RECORD-LAYOUT
               IF WS-MSTOUT-STATUS NOT = FS-OK
                   DISPLAY 'CUSTMASK: ERROR WRITING MSTOUT, STATUS '
                           WS-MSTOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   ADD 1 TO WS-MASTER-OUT
               END-IF
           END-READ.

      * The journal holds IDs, dates and amounts only - it is copied
      * through unchanged so the test region's postings and
      * statements still foot.
       2100-COPY-JOURNAL.
           OPEN INPUT JOURNAL-INPUT
                OUTPUT JOURNAL-OUTPUT
           IF WS-JRNIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open JRNIN, Status: '
                       WS-JRNIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-JRNOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open JRNOUT, Status: '
                       WS-JRNOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               SET IN-NOT-EOF TO TRUE
               PERFORM 2150-COPY-JOURNAL-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
           END-IF
           CLOSE JOURNAL-INPUT
                 JOURNAL-OUTPUT.

       2150-COPY-JOURNAL-RECORD.
           READ JOURNAL-INPUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-JOURNAL-IN
               MOVE JRNIN-RECORD-LAYOUT TO JRNOUT-RECORD-LAYOUT
               WRITE JRNOUT-RECORD-LAYOUT
               IF WS-JRNOUT-STATUS NOT = FS-OK
                   DISPLAY 'CUSTMASK: ERROR WRITING JRNOUT, STATUS '
                           WS-JRNOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   ADD 1 TO WS-JOURNAL-OUT
               END-IF
           END-READ.

      * Both images of every audit record are masked; a blank image
      * (before an add, after a delete) stays blank.
       2200-MASK-AUDIT.
           OPEN INPUT AUDIT-INPUT
                OUTPUT AUDIT-OUTPUT
           IF WS-AUDIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open AUDIN, Status: '
                       WS-AUDIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-AUDOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open AUDOUT, Status: '
                       WS-AUDOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               SET IN-NOT-EOF TO TRUE
               PERFORM 2250-MASK-AUDIT-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
           END-IF
           CLOSE AUDIT-INPUT
                 AUDIT-OUTPUT.

       2250-MASK-AUDIT-RECORD.
           READ AUDIT-INPUT INTO CUST-AUD-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-AUDIT-IN
               IF AUD-BEFORE-IMAGE NOT = SPACES
                   MOVE AUD-BEFORE-IMAGE TO CUST-REC-LAYOUT
                   PERFORM 2900-MASK-IMAGE
                   MOVE CUST-REC-LAYOUT TO AUD-BEFORE-IMAGE
               END-IF
               IF AUD-AFTER-IMAGE NOT = SPACES
                   MOVE AUD-AFTER-IMAGE TO CUST-REC-LAYOUT
                   PERFORM 2900-MASK-IMAGE
                   MOVE CUST-REC-LAYOUT TO AUD-AFTER-IMAGE
               END-IF
               MOVE CUST-AUD-LAYOUT TO AUDOUT-RECORD-LAYOUT
               WRITE AUDOUT-RECORD-LAYOUT
               IF WS-AUDOUT-STATUS NOT = FS-OK
                   DISPLAY 'CUSTMASK: ERROR WRITING AUDOUT, STATUS '
                           WS-AUDOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   ADD 1 TO WS-AUDIT-OUT
               END-IF
           END-READ.

       2400-MASK-ARCHIVE.
           OPEN INPUT ARCHIVE-INPUT
                OUTPUT ARCHIVE-OUTPUT
           IF WS-ARCIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open ARCIN, Status: '
                       WS-ARCIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-ARCOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open ARCOUT, Status: '
                       WS-ARCOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               SET IN-NOT-EOF TO TRUE
               PERFORM 2450-MASK-ARCHIVE-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
           END-IF
           CLOSE ARCHIVE-INPUT
                 ARCHIVE-OUTPUT.

       2450-MASK-ARCHIVE-RECORD.
           READ ARCHIVE-INPUT INTO CUST-ARC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-ARCHIVE-IN
               MOVE ARC-CUSTOMER-IMAGE TO CUST-REC-LAYOUT
               PERFORM 2900-MASK-IMAGE
               MOVE CUST-REC-LAYOUT TO ARC-CUSTOMER-IMAGE
               MOVE CUST-ARC-LAYOUT TO ARCOUT-RECORD-LAYOUT
               WRITE ARCOUT-RECORD-LAYOUT
               IF WS-ARCOUT-STATUS NOT = FS-OK
                   DISPLAY 'CUSTMASK: ERROR WRITING ARCOUT, STATUS '
                           WS-ARCOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   ADD 1 TO WS-ARCHIVE-OUT
               END-IF
           END-READ.

      * The sample's header goes out ahead of its details, so the
      * feed is counted first to know how many details the sample
      * will hold: the MASKCTL size, or the whole feed when the
      * card says zeros or the feed is smaller.
       2600-MASK-FEED.
           OPEN INPUT FEED-INPUT
           IF WS-FEEDIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open FEEDIN, Status: '
                       WS-FEEDIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET IN-NOT-EOF TO TRUE
               PERFORM 2620-COUNT-FEED-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE FEED-INPUT
           END-IF
           IF NO-FATAL-ERROR
               IF WS-SAMPLE-LIMIT = 0 OR
                  WS-SAMPLE-LIMIT > WS-FEED-DETAILS-IN
                   MOVE WS-FEED-DETAILS-IN TO WS-SAMPLE-COUNT
               ELSE
                   MOVE WS-SAMPLE-LIMIT TO WS-SAMPLE-COUNT
               END-IF
               OPEN INPUT FEED-INPUT
                    OUTPUT FEED-OUTPUT
               IF WS-FEEDIN-STATUS NOT = FS-OK
                   DISPLAY 'ERROR: Failed to reopen FEEDIN, Status: '
                           WS-FEEDIN-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-IF
               IF WS-FEEDOUT-STATUS NOT = FS-OK
                   DISPLAY 'ERROR: Failed to open FEEDOUT, Status: '
                           WS-FEEDOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-IF
               IF NO-FATAL-ERROR
                   SET IN-NOT-EOF TO TRUE
                   PERFORM 2650-MASK-FEED-RECORD
                       UNTIL IN-EOF OR FATAL-ERROR
               END-IF
               IF NO-FATAL-ERROR
                   PERFORM 2680-WRITE-FEED-TRAILER
               END-IF
               CLOSE FEED-INPUT
                     FEED-OUTPUT
           END-IF.

       2620-COUNT-FEED-RECORD.
           READ FEED-INPUT INTO CUST-REC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               IF NOT CUST-TYPE-HEADER AND NOT CUST-TYPE-TRAILER
                   ADD 1 TO WS-FEED-DETAILS-IN
               END-IF
           END-READ.

      * The header keeps its run date and carries the sample's
      * detail count; details past the sample size and the feed's
      * own trailer are dropped - 2680 writes the sample's trailer.
       2650-MASK-FEED-RECORD.
           READ FEED-INPUT INTO CUST-REC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-IN
               EVALUATE TRUE
                   WHEN CUST-TYPE-HEADER
                       ADD 1 TO WS-FEED-HEADERS-IN
                       MOVE CUST-REC-LAYOUT TO CUST-HDR-LAYOUT
                       MOVE WS-SAMPLE-COUNT TO HDR-FILE-COUNT
                       MOVE CUST-HDR-LAYOUT TO FEEDOUT-RECORD-LAYOUT
                       PERFORM 2690-WRITE-FEED-RECORD
                   WHEN CUST-TYPE-TRAILER
                       CONTINUE
                   WHEN OTHER
                       IF WS-SAMPLE-WRITTEN < WS-SAMPLE-COUNT
                           PERFORM 2800-COMPUTE-BALANCE-PENNIES
                           ADD WS-BALANCE-PENNIES TO WS-SAMPLE-HASH
                           PERFORM 2900-MASK-IMAGE
                           MOVE CUST-REC-LAYOUT
                               TO FEEDOUT-RECORD-LAYOUT
                           PERFORM 2690-WRITE-FEED-RECORD
                           ADD 1 TO WS-SAMPLE-WRITTEN
                       END-IF
               END-EVALUATE
           END-READ.

       2680-WRITE-FEED-TRAILER.
           MOVE SPACES TO CUST-TRL-LAYOUT
           SET TRL-TYPE-TRAILER TO TRUE
           MOVE WS-SAMPLE-WRITTEN TO TRL-RECORD-COUNT
           MOVE WS-SAMPLE-HASH TO TRL-HASH-TOTAL
           MOVE CUST-TRL-LAYOUT TO FEEDOUT-RECORD-LAYOUT
           PERFORM 2690-WRITE-FEED-RECORD.

       2690-WRITE-FEED-RECORD.
           WRITE FEEDOUT-RECORD-LAYOUT
           IF WS-FEEDOUT-STATUS NOT = FS-OK
               DISPLAY 'CUSTMASK: ERROR WRITING FEEDOUT, STATUS '
                       WS-FEEDOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               ADD 1 TO WS-FEED-OUT
           END-IF.

      * Hash convention of CUSTTRLL - the absolute balance in pennies.
      * A balance that is not numeric adds nothing, the same as in
      * CUSTPROC's hash.
       2800-COMPUTE-BALANCE-PENNIES.
           MOVE ZEROS TO WS-BALANCE-PENNIES
           IF CUST-BALANCE NUMERIC
               IF CUST-BALANCE < 0
                   COMPUTE WS-BALANCE-PENNIES =
                           0 - (CUST-BALANCE * 100)
               ELSE
                   COMPUTE WS-BALANCE-PENNIES = CUST-BALANCE * 100
               END-IF
           END-IF.

      * Replace each non-blank personal field of CUST-REC-LAYOUT
      * with its dictionary fake.  Everything else is left alone.
       2900-MASK-IMAGE.
           IF CUST-NAME NOT = SPACES
               MOVE 'N' TO WS-LOOKUP-TYPE
               MOVE CUST-NAME TO WS-CHECK-VALUE
               PERFORM 2950-LOOK-UP-FAKE
               MOVE WS-FAKE-VALUE TO CUST-NAME
           END-IF
           IF CUST-ADDRESS NOT = SPACES
               MOVE 'A' TO WS-LOOKUP-TYPE
               MOVE CUST-ADDRESS TO WS-CHECK-VALUE
               PERFORM 2950-LOOK-UP-FAKE
               MOVE WS-FAKE-VALUE TO CUST-ADDRESS
           END-IF
           IF CUST-EMAIL NOT = SPACES
               MOVE 'E' TO WS-LOOKUP-TYPE
               MOVE CUST-EMAIL TO WS-CHECK-VALUE
               PERFORM 2950-LOOK-UP-FAKE
               MOVE WS-FAKE-VALUE TO CUST-EMAIL
           END-IF
           IF CUST-PHONE NOT = SPACES
               MOVE 'P' TO WS-LOOKUP-TYPE
               MOVE CUST-PHONE TO WS-CHECK-VALUE
               PERFORM 2950-LOOK-UP-FAKE
               MOVE WS-FAKE-VALUE TO CUST-PHONE
           END-IF.

      * A value with no dictionary entry (or one never given a fake)
      * means the extract and the files disagree.  It is blanked -
      * never passed through - and counted, which fails the run.
       2950-LOOK-UP-FAKE.
           MOVE WS-LOOKUP-TYPE TO DICT-FIELD-TYPE
           MOVE WS-CHECK-VALUE TO DICT-REAL-VALUE
           MOVE SPACES TO WS-FAKE-VALUE
           READ MASK-DICTIONARY
               INVALID KEY
                   ADD 1 TO WS-UNMAPPED-COUNT
               NOT INVALID KEY
                   IF DICT-FAKE-VALUE = SPACES
                       ADD 1 TO WS-UNMAPPED-COUNT
                   ELSE
                       MOVE DICT-FAKE-VALUE TO WS-FAKE-VALUE
                   END-IF
           END-READ
           IF WS-MSKDICT-STATUS NOT = FS-OK AND
              WS-MSKDICT-STATUS NOT = FS-RECORD-NOT-FOUND
               DISPLAY 'CUSTMASK: ERROR READING MSKDICT, STATUS '
                       WS-MSKDICT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       3000-TERMINATE.
           IF WS-MASKRPT-STATUS = FS-OK
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-VIOLATION-COUNT > 0 OR
                  WS-UNMAPPED-COUNT > 0 OR
                  WS-FOOTING-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF DICT-OPEN
               CLOSE MASK-DICTIONARY
           END-IF
           CLOSE MASK-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTMASK TEST-REGION MASKING AND VERIFICATION'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-NAME-VALUES TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'DISTINCT NAMES MASKED    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-ADDRESS-VALUES TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'DISTINCT ADDRESSES MASKED: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-EMAIL-VALUES TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'DISTINCT EMAILS MASKED   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-PHONE-VALUES TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'DISTINCT PHONES MASKED   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SKIPPED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'FAKES SKIPPED AS REAL    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'FILE        RECORDS IN  RECORDS OUT  READ BACK'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE 'MASTER' TO WS-LINE-LABEL
           MOVE WS-MASTER-IN TO WS-LINE-IN
           MOVE WS-MASTER-OUT TO WS-LINE-OUT
           MOVE WS-MASTER-CHECKED TO WS-LINE-CHECKED
           PERFORM 3250-WRITE-FILE-LINE
           MOVE 'JOURNAL' TO WS-LINE-LABEL
           MOVE WS-JOURNAL-IN TO WS-LINE-IN
           MOVE WS-JOURNAL-OUT TO WS-LINE-OUT
           MOVE WS-JOURNAL-CHECKED TO WS-LINE-CHECKED
           PERFORM 3250-WRITE-FILE-LINE
           MOVE 'AUDIT' TO WS-LINE-LABEL
           MOVE WS-AUDIT-IN TO WS-LINE-IN
           MOVE WS-AUDIT-OUT TO WS-LINE-OUT
           MOVE WS-AUDIT-CHECKED TO WS-LINE-CHECKED
           PERFORM 3250-WRITE-FILE-LINE
           MOVE 'ARCHIVE' TO WS-LINE-LABEL
           MOVE WS-ARCHIVE-IN TO WS-LINE-IN
           MOVE WS-ARCHIVE-OUT TO WS-LINE-OUT
           MOVE WS-ARCHIVE-CHECKED TO WS-LINE-CHECKED
           PERFORM 3250-WRITE-FILE-LINE
           MOVE 'FEED' TO WS-LINE-LABEL
           MOVE WS-FEED-IN TO WS-LINE-IN
           MOVE WS-FEED-OUT TO WS-LINE-OUT
           MOVE WS-FEED-CHECKED TO WS-LINE-CHECKED
           PERFORM 3250-WRITE-FILE-LINE
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SAMPLE-WRITTEN TO WS-EDITED-COUNT
           MOVE WS-SAMPLE-HASH TO WS-EDITED-HASH
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SAMPLE FEED DETAILS      : ' WS-EDITED-COUNT
                  '  HASH ' WS-EDITED-HASH
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-FIELDS-CHECKED TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'OUTPUT FIELDS CHECKED    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-VIOLATION-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORIGINAL VALUES FOUND    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-UNMAPPED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'VALUES NOT IN DICTIONARY : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-FOOTING-ERRORS TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'FOOTING FAILURES         : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           IF FATAL-ERROR
               MOVE 'RUN STOPPED - OUTPUT NOT VERIFIED, NOT RELEASED'
                    TO REPORT-RECORD-LAYOUT
           ELSE
               IF WS-VIOLATION-COUNT > 0 OR
                  WS-UNMAPPED-COUNT > 0 OR
                  WS-FOOTING-ERRORS > 0
                   MOVE 'VERIFICATION FAILED - OUTPUT NOT RELEASED'
                        TO REPORT-RECORD-LAYOUT
               ELSE
                   STRING 'VERIFIED - NO ORIGINAL NAME, ADDRESS, '
                          'EMAIL OR PHONE IN ANY OUTPUT'
                       DELIMITED BY SIZE INTO REPORT-RECORD-LAYOUT
               END-IF
           END-IF
           WRITE REPORT-RECORD-LAYOUT.

       3250-WRITE-FILE-LINE.
           MOVE WS-LINE-IN TO WS-EDITED-IN
           MOVE WS-LINE-OUT TO WS-EDITED-OUT
           MOVE WS-LINE-CHECKED TO WS-EDITED-CHECKED
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING WS-LINE-LABEL '   ' WS-EDITED-IN '    '
                  WS-EDITED-OUT '  ' WS-EDITED-CHECKED
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

      ******************************************************************
      * Phase three - read every output back.  Each personal field is
      * looked up as a real value of every type, and the counts are
      * footed in against out against read back.
      ******************************************************************
       6000-VERIFY-MASTER.
           OPEN INPUT MASTER-OUTPUT
           IF WS-MSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to reopen MSTOUT, Status: '
                       WS-MSTOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE 'MASTER' TO WS-CHECK-FILE
               SET IN-NOT-EOF TO TRUE
               PERFORM 6050-VERIFY-MASTER-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE MASTER-OUTPUT
               IF WS-MASTER-OUT NOT = WS-MASTER-IN OR
                  WS-MASTER-CHECKED NOT = WS-MASTER-OUT
                   PERFORM 6800-REPORT-COUNT-FAILURE
               END-IF
           END-IF.

       6050-VERIFY-MASTER-RECORD.
           READ MASTER-OUTPUT INTO CUST-REC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-MASTER-CHECKED
               PERFORM 6900-CHECK-IMAGE
           END-READ.

       6100-VERIFY-JOURNAL.
           OPEN INPUT JOURNAL-OUTPUT
           IF WS-JRNOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to reopen JRNOUT, Status: '
                       WS-JRNOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE 'JOURNAL' TO WS-CHECK-FILE
               SET IN-NOT-EOF TO TRUE
               PERFORM 6150-VERIFY-JOURNAL-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE JOURNAL-OUTPUT
               IF WS-JOURNAL-OUT NOT = WS-JOURNAL-IN OR
                  WS-JOURNAL-CHECKED NOT = WS-JOURNAL-OUT
                   PERFORM 6800-REPORT-COUNT-FAILURE
               END-IF
           END-IF.

       6150-VERIFY-JOURNAL-RECORD.
           READ JOURNAL-OUTPUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-JOURNAL-CHECKED
           END-READ.

       6200-VERIFY-AUDIT.
           OPEN INPUT AUDIT-OUTPUT
           IF WS-AUDOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to reopen AUDOUT, Status: '
                       WS-AUDOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE 'AUDIT' TO WS-CHECK-FILE
               SET IN-NOT-EOF TO TRUE
               PERFORM 6250-VERIFY-AUDIT-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE AUDIT-OUTPUT
               IF WS-AUDIT-OUT NOT = WS-AUDIT-IN OR
                  WS-AUDIT-CHECKED NOT = WS-AUDIT-OUT
                   PERFORM 6800-REPORT-COUNT-FAILURE
               END-IF
           END-IF.

       6250-VERIFY-AUDIT-RECORD.
           READ AUDIT-OUTPUT INTO CUST-AUD-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-AUDIT-CHECKED
               IF AUD-BEFORE-IMAGE NOT = SPACES
                   MOVE AUD-BEFORE-IMAGE TO CUST-REC-LAYOUT
                   PERFORM 6900-CHECK-IMAGE
               END-IF
               IF AUD-AFTER-IMAGE NOT = SPACES
                   MOVE AUD-AFTER-IMAGE TO CUST-REC-LAYOUT
                   PERFORM 6900-CHECK-IMAGE
               END-IF
           END-READ.

       6400-VERIFY-ARCHIVE.
           OPEN INPUT ARCHIVE-OUTPUT
           IF WS-ARCOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to reopen ARCOUT, Status: '
                       WS-ARCOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE 'ARCHIVE' TO WS-CHECK-FILE
               SET IN-NOT-EOF TO TRUE
               PERFORM 6450-VERIFY-ARCHIVE-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE ARCHIVE-OUTPUT
               IF WS-ARCHIVE-OUT NOT = WS-ARCHIVE-IN OR
                  WS-ARCHIVE-CHECKED NOT = WS-ARCHIVE-OUT
                   PERFORM 6800-REPORT-COUNT-FAILURE
               END-IF
           END-IF.

       6450-VERIFY-ARCHIVE-RECORD.
           READ ARCHIVE-OUTPUT INTO CUST-ARC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-ARCHIVE-CHECKED
               MOVE ARC-CUSTOMER-IMAGE TO CUST-REC-LAYOUT
               PERFORM 6900-CHECK-IMAGE
           END-READ.

      * The sample must foot on its own: one header whose count is
      * the details read back, one trailer whose count and hash are
      * the details and their absolute balances read back.  A feed
      * that came without a header gives a sample without one, and
      * then no header is wanted.
       6600-VERIFY-FEED.
           OPEN INPUT FEED-OUTPUT
           IF WS-FEEDOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to reopen FEEDOUT, Status: '
                       WS-FEEDOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               MOVE 'FEED' TO WS-CHECK-FILE
               SET IN-NOT-EOF TO TRUE
               PERFORM 6650-VERIFY-FEED-RECORD
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE FEED-OUTPUT
               IF WS-FEED-CHECKED NOT = WS-FEED-OUT
                   PERFORM 6800-REPORT-COUNT-FAILURE
               END-IF
               IF WS-FEED-HEADERS-IN = 0
                   MOVE 0 TO WS-VFY-HEADERS-WANTED
               ELSE
                   MOVE 1 TO WS-VFY-HEADERS-WANTED
               END-IF
               IF WS-VFY-HEADERS NOT = WS-VFY-HEADERS-WANTED OR
                  WS-VFY-TRAILERS NOT = 1
                   ADD 1 TO WS-FOOTING-ERRORS
                   MOVE SPACES TO CUST-RPT-LAYOUT
                   STRING 'FOOTING: SAMPLE FEED NEEDS ONE TRAILER AND '
                          'ONE HEADER IF THE FEED HAD ONE'
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
                   MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
                   WRITE REPORT-RECORD-LAYOUT
               END-IF
               IF (WS-VFY-HEADERS > 0 AND
                   WS-VFY-HDR-COUNT NOT = WS-VFY-DETAILS) OR
                  WS-VFY-TRL-COUNT NOT = WS-VFY-DETAILS OR
                  WS-VFY-TRL-HASH NOT = WS-VFY-HASH
                   ADD 1 TO WS-FOOTING-ERRORS
                   MOVE SPACES TO CUST-RPT-LAYOUT
                   STRING 'FOOTING: SAMPLE FEED HEADER/TRAILER DO NOT '
                          'FOOT TO ITS DETAILS'
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
                   MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
                   WRITE REPORT-RECORD-LAYOUT
               END-IF
           END-IF.

       6650-VERIFY-FEED-RECORD.
           READ FEED-OUTPUT INTO CUST-REC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-CHECKED
               EVALUATE TRUE
                   WHEN CUST-TYPE-HEADER
                       ADD 1 TO WS-VFY-HEADERS
                       MOVE CUST-REC-LAYOUT TO CUST-HDR-LAYOUT
                       MOVE HDR-FILE-COUNT TO WS-VFY-HDR-COUNT
                   WHEN CUST-TYPE-TRAILER
                       ADD 1 TO WS-VFY-TRAILERS
                       MOVE CUST-REC-LAYOUT TO CUST-TRL-LAYOUT
                       MOVE TRL-RECORD-COUNT TO WS-VFY-TRL-COUNT
                       MOVE TRL-HASH-TOTAL TO WS-VFY-TRL-HASH
                   WHEN OTHER
                       ADD 1 TO WS-VFY-DETAILS
                       PERFORM 2800-COMPUTE-BALANCE-PENNIES
                       ADD WS-BALANCE-PENNIES TO WS-VFY-HASH
                       PERFORM 6900-CHECK-IMAGE
               END-EVALUATE
           END-READ.

       6800-REPORT-COUNT-FAILURE.
           ADD 1 TO WS-FOOTING-ERRORS
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'FOOTING: ' WS-CHECK-FILE
                  ' RECORDS IN / OUT / READ BACK DO NOT AGREE'
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       6900-CHECK-IMAGE.
           MOVE CUST-ID TO WS-CHECK-ID
           IF CUST-NAME NOT = SPACES
               MOVE 'NAME' TO WS-CHECK-FIELD
               MOVE CUST-NAME TO WS-CHECK-VALUE
               PERFORM 6950-CHECK-ONE-FIELD
           END-IF
           IF CUST-ADDRESS NOT = SPACES
               MOVE 'ADDRESS' TO WS-CHECK-FIELD
               MOVE CUST-ADDRESS TO WS-CHECK-VALUE
               PERFORM 6950-CHECK-ONE-FIELD
           END-IF
           IF CUST-EMAIL NOT = SPACES
               MOVE 'EMAIL' TO WS-CHECK-FIELD
               MOVE CUST-EMAIL TO WS-CHECK-VALUE
               PERFORM 6950-CHECK-ONE-FIELD
           END-IF
           IF CUST-PHONE NOT = SPACES
               MOVE 'PHONE' TO WS-CHECK-FIELD
               MOVE CUST-PHONE TO WS-CHECK-VALUE
               PERFORM 6950-CHECK-ONE-FIELD
           END-IF.

       6950-CHECK-ONE-FIELD.
           ADD 1 TO WS-FIELDS-CHECKED
           PERFORM 1450-CHECK-REAL-VALUE
           IF VALUE-IS-REAL
               ADD 1 TO WS-VIOLATION-COUNT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'ORIGINAL VALUE IN OUTPUT: ' WS-CHECK-FILE
                      ' ID ' WS-CHECK-ID ' FIELD ' WS-CHECK-FIELD
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

       END PROGRAM CUSTMASK.
