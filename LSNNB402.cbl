TM285 *    AND 1705, WRITE27 GAINS THE COMPANY COLUMN, ARCHIVE READ  *
TM285 *    COUNT LINE RETAGGED TO ITS OWN CHANGE                     *
TM285 ****************************************************************
TM286 *  10/2026 - ME2BIL7A - R286 - THOMAS MEIER                    *
TM286 *    PEND-REASON PARETO - AT END OF EACH COMPANY PASS EVERY    *
TM286 *    GROUP SITTING IN 008 HAS ITS WASY ERROR-CODE TABLE        *
TM286 *    DECODED AGAINST THE NEW VSAM-EC ERROR-CODE REFERENCE      *
TM286 *    FILE (SHORT/LONG TEXT, OWNING AREA, OPS-FIXABLE OR WEB    *
TM286 *    TEAM) AND RANKED BY COUNT PER OVERRIDE-IND AND BLOCK OF   *
TM286 *    BUSINESS ON WRITE29, SO THE WEB TEAM CAN SEE WHICH EDITS  *
TM286 *    DRIVE THE PEND QUEUE                                      *
TM286 ****************************************************************
TM287 *  10/2026 - ME2BIL7A - R287 - THOMAS MEIER                    *
TM287 *    LAN2TP TRANSMISSION BALANCING - AT START OF JOB EVERY     *
TM287 *    UNPROCESSED WA GROUP IS COUNTED AGAINST ITS OWN           *
TM287 *    WA-TOTAL-RECS.  A GROUP WITH FEWER SEGMENTS ON FILE THAN  *
TM287 *    IT DECLARES IS HELD OUT OF 1100 THROUGH 9100-CHECK-FOR-   *
TM287 *    BYPASS (IT WAITS FOR THE RESEND) INSTEAD OF GOING TO RSE. *
TM287 *    THE OWNING RUN ALSO READS THE WEB SIDE'S DAILY MANIFEST   *
TM287 *    (READ7 - GROUP/SEGMENT CONTROL TOTALS AND PER-DELL-GUID   *
TM287 *    DECLARED COUNTS) AND WRITES MISSING, SHORT, MISMATCHED    *
TM287 *    AND NOT-ON-MANIFEST GROUPS PLUS THE CONTROL TOTALS TO     *
TM287 *    THE WRITE30 OUT-OF-BALANCE REPORT                         *
TM287 ****************************************************************
TM288 *  10/2026 - ME2BIL7A - R288 - THOMAS MEIER                    *
TM288 *    SANCTIONS SCREENING - BEFORE ANY POLICY NUMBER IS         *
TM288 *    ASSIGNED THE APPLICANT (APAP 01), THE OWNER (NB/OW) AND   *
TM288 *    EVERY BENEFICIARY (NB/BN) ARE SCORED ON NAME, SSN AND     *
TM288 *    DOB AGAINST COMPLIANCE'S WEEKLY WATCH-LIST (READ8),       *
TM288 *    LOADED AT START OF JOB.  A SCORE AT OR ABOVE THE PARM 19  *
TM288 *    THRESHOLD HOLDS THE GROUP IN THE NEW 'OFC' COMPLIANCE     *
TM288 *    STATUS (NOT 008), CUTS A COMPLY/OFC REVIEW TASK AND       *
TM288 *    WRITES THE PARTY TO THE WRITE31 SCREENING-HITS REPORT.    *
TM288 *    EVERY SCREEN IS STAMPED ON THE WASY RECORD (RESULT, DATE, *
TM288 *    TIME, LIST DATE, PARTIES) AS THE COMPLIANCE PROOF; A      *
TM288 *    GROUP COMPLIANCE RELEASES ('R') IS NOT RE-SCREENED        *
TM288 ****************************************************************
TM289 *  10/2026 - ME2BIL7A - R289 - THOMAS MEIER                    *
TM289 *    REINSURANCE - RETENTION LIMITS ARE READ OFF THE NEW       *
TM289 *    VSAM-RI TABLE BY COMPANY, PLAN (OR '*****' COMPANY        *
TM289 *    DEFAULT) AND ISSUE-AGE BAND.  A CASE OVER THE AUTO-BIND   *
TM289 *    LIMIT IS HELD BEFORE ISSUE IN THE NEW 'FAC' STATUS WITH   *
TM289 *    A UWRITE/FAC FACULTATIVE-REVIEW TASK UNTIL UNDERWRITING   *
TM289 *    MARKS THE WASY FAC RESULT 'A' (REINSURER ACCEPTED).       *
TM289 *    EVERY ISSUED POLICY OVER RETENTION WRITES A FIXED-LAYOUT  *
TM289 *    WRITE32 CESSION RECORD FOR THE REINSURANCE ADMIN SYSTEM   *
TM289 ****************************************************************
TM290 *  10/2026 - ME2BIL7A - R290 - THOMAS MEIER                    *
TM290 *    MIB INTERFACE - EVERY NEW APAP 01 APPLICANT ON A POLICY   *
TM290 *    WRITTEN THIS CYCLE GOES TO MIB ON THE NEW WRITE33         *
TM290 *    INQUIRY FILE AND AN 'MB' ORDER ENTRY IS OPENED ON THE     *
TM290 *    POLICY'S APOR RECORD.  MIB'S RESPONSES (READ9) ARE        *
TM290 *    APPLIED AT START OF THE NEXT CYCLE BY POLICY: THE RESULT  *
TM290 *    AND UP TO FIVE MIB CODES ARE KEPT ON THE AP RECORD, A     *
TM290 *    NO-HIT SATISFIES THE 'MB' ORDER AND A HIT CUTS A          *
TM290 *    UWRITE/MIB REVIEW TASK CARRYING THE CODES                 *
TM290 ****************************************************************
TM291 *  10/2026 - ME2BIL7A - R291 - THOMAS MEIER                    *
TM291 *    PRE-ASSIGNED POLICY NUMBER INVENTORY - THE NEW KEYED      *
TM291 *    VSAM-PN FILE RECORDS EVERY NUMBER HANDED OUT IN A BLOCK   *
TM291 *    (HOLDER TYPE AND ID, BLOCK ID, DATE ISSUED) AND ITS       *
TM291 *    STATE (AVAILABLE, USED, VOIDED).  A PRE-ASSIGNED NUMBER   *
TM291 *    THAT PASSES 3300-ASSIGNED-POLICY IS PROVED AGAINST IT     *
TM291 *    BY 3350-CHECK-PN-INVENTORY - NOT ISSUED, ALREADY USED OR  *
TM291 *    VOIDED HOLDS THE GROUP IN 008 WITH THE NEW E79 ERROR      *
TM291 *    CODE AND A REVIEW TASK, OTHERWISE THE NUMBER IS MARKED    *
TM291 *    USED.  PARM 20 CUTS THE MONTHLY WRITE34 INVENTORY REPORT  *
TM291 *    OF AVAILABLE, USED, VOIDED AND STALE NUMBERS PER BLOCK    *
TM291 ****************************************************************
TM292 *  10/2026 - ME2BIL7A - R292 - THOMAS MEIER                    *
TM292 *    FIELD-LEVEL CHANGE LEDGER - WHEN 4600-CHECK-NEW-BUSINESS  *
TM292 *    MATCHES A WORKSITE UPDATE TO A PENDING POLICY, THE AP,    *
TM292 *    CV, NB AND PM VALUES THE AUTOMATIC PATH IS ABOUT TO       *
TM292 *    REPLACE ARE SNAPSHOT BY 6500-CL-SNAPSHOT AND COMPARED     *
TM292 *    WITH THE REBUILT RECORDS BY 6550-CHANGE-LEDGER.  EVERY    *
TM292 *    CHANGED FIELD GOES TO THE NEW KEYED VSAM-CL LEDGER        *
TM292 *    (BEFORE AND AFTER VALUE, DELL-GUID, CYCLE DATE AND        *
TM292 *    SOURCE TRANSACTION) AND A DAILY WRITE35 CHANGE REGISTER   *
TM292 *    IS CUT FROM IT AT END OF JOB                              *
TM292 ****************************************************************
TM293 *  10/2026 - ME2BIL7A - R293 - THOMAS MEIER                    *
TM293 *    MANUAL-REVIEW TASK ROUTING - A TASK REACHING              *
TM293 *    4000-TASK-DISKADD WITH NO RECEIVER ('STP ' OR SPACES)     *
TM293 *    IS ROUTED BY 6600-ROUTE-TASK OFF THE NEW VSAM-TR TABLE    *
TM293 *    (COMPANY, PROCESS/STEP, BLOCK OF BUSINESS, CONTRACT       *
TM293 *    STATE AND FACE-AMOUNT CASE SIZE) TO AN OPERATOR OR A      *
TM293 *    TEAM QUEUE.  A TEAM TASK GOES TO THE MEMBER ON THE NEW    *
TM293 *    VSAM-TO ROSTER WITH THE FEWEST OPEN TASKS WHO IS NOT      *
TM293 *    OUT OF OFFICE.  A WRITE36 ROUTING SUMMARY OF TASKS PER    *
TM293 *    QUEUE AND OPERATOR IS CUT PER COMPANY PASS                *
TM293 ****************************************************************
TM294 *  10/2026 - ME2BIL7A - R294 - THOMAS MEIER                    *
TM294 *    INITIAL-PREMIUM REFUNDS - AN APPLICATION CLOSED WITHOUT   *
TM294 *    ISSUE (UNDERWRITING DECLINE, DL461 WITHDRAWAL, FINAL      *
TM294 *    STATUS 019 OR 5600-VOLUNTARY-CANCEL) WHOSE AP RECORD      *
TM294 *    HOLDS PREMIUM IN SUSPENSE (REFUND-SUSP-FLAG 'Y') IS       *
TM294 *    ADDED TO THE NEW VSAM-RF REFUND REGISTER AND CUT TO       *
TM294 *    ACCOUNTS PAYABLE ON WRITE37 WITH PAYEE, AMOUNT, REASON    *
TM294 *    AND NB/AC BANKING.  AP'S DISBURSEMENT CONFIRMATIONS       *
TM294 *    (READ10) ARE APPLIED AT START OF JOB BY 1930, CLOSING     *
TM294 *    THE REGISTER ROW AND THE AP SUSPENSE FLAG ('C'); 1940     *
TM294 *    LISTS THE REFUNDS STILL OWED BY AGE ON WRITE38            *
TM294 ****************************************************************
TM295 *  10/2026 - ME2BIL7A - R295 - THOMAS MEIER                    *
TM295 *    POLICY DELIVERY AND FREE-LOOK TRACKING - EVERY POLICY     *
TM295 *    ISSUED (009/010) IS SEEDED ON THE NEW VSAM-DT DELIVERY    *
TM295 *    FILE BY 5900 WITH CONTRACT STATE, ISSUE DATE, AGENTS AND  *
TM295 *    THE STATE'S FREE-LOOK DAYS AND RECEIPT/AMENDMENT RULES    *
TM295 *    OFF THE NEW VSAM-FL STATE TABLE.  THE DAILY DELIVERY-     *
TM295 *    RECEIPT FILE (READ11) IS APPLIED AT START OF JOB BY       *
TM295 *    1950, SETTING THE FREE-LOOK END DATE AND REPORTING        *
TM295 *    POLICIES RETURNED WITHIN FREE LOOK ON WRITE39; 1960 CUTS  *
TM295 *    AN AGENCY/DLV TASK FOR THE SERVICING AGENT WHEN THE       *
TM295 *    RECEIPT OR AMENDMENT IS STILL OUT AFTER PARM 21 DAYS      *
TM295 ****************************************************************


       ENVIRONMENT DIVISION.                                             0000172
TM283          ACCESS MODE IS DYNAMIC
TM283          RECORD KEY IS VSAM-AR-PRIM
TM283          FILE STATUS IS VSAM-AR-FS.
TM286      SELECT VSAM-EC ASSIGN VSAMEC
TM286          ORGANIZATION IS INDEXED
TM286          ACCESS MODE IS DYNAMIC
TM286          RECORD KEY IS VSAM-EC-PRIM
TM286          FILE STATUS IS VSAM-EC-FS.
TM289      SELECT VSAM-RI ASSIGN VSAMRI
TM289          ORGANIZATION IS INDEXED
TM289          ACCESS MODE IS DYNAMIC
TM289          RECORD KEY IS VSAM-RI-PRIM
TM289          FILE STATUS IS VSAM-RI-FS.
TM291      SELECT VSAM-PN ASSIGN VSAMPN
TM291          ORGANIZATION IS INDEXED
TM291          ACCESS MODE IS DYNAMIC
TM291          RECORD KEY IS VSAM-PN-PRIM
TM291          FILE STATUS IS VSAM-PN-FS.
TM292      SELECT VSAM-CL ASSIGN VSAMCL
TM292          ORGANIZATION IS INDEXED
TM292          ACCESS MODE IS DYNAMIC
TM292          RECORD KEY IS VSAM-CL-PRIM
TM292          FILE STATUS IS VSAM-CL-FS.
TM293      SELECT VSAM-TR ASSIGN VSAMTR
TM293          ORGANIZATION IS INDEXED
TM293          ACCESS MODE IS DYNAMIC
TM293          RECORD KEY IS VSAM-TR-PRIM
TM293          FILE STATUS IS VSAM-TR-FS.
TM293      SELECT VSAM-TO ASSIGN VSAMTO
TM293          ORGANIZATION IS INDEXED
TM293          ACCESS MODE IS DYNAMIC
TM293          RECORD KEY IS VSAM-TO-PRIM
TM293          FILE STATUS IS VSAM-TO-FS.
TM294      SELECT VSAM-RF ASSIGN VSAMRF
TM294          ORGANIZATION IS INDEXED
TM294          ACCESS MODE IS DYNAMIC
TM294          RECORD KEY IS VSAM-RF-PRIM
TM294          FILE STATUS IS VSAM-RF-FS.
TM295      SELECT VSAM-DT ASSIGN VSAMDT
TM295          ORGANIZATION IS INDEXED
TM295          ACCESS MODE IS DYNAMIC
TM295          RECORD KEY IS VSAM-DT-PRIM
TM295          FILE STATUS IS VSAM-DT-FS.
TM295      SELECT VSAM-FL ASSIGN VSAMFL
TM295          ORGANIZATION IS INDEXED
TM295          ACCESS MODE IS DYNAMIC
TM295          RECORD KEY IS VSAM-FL-PRIM
TM295          FILE STATUS IS VSAM-FL-FS.
           SELECT READ1 ASSIGN UT-S-READ1                               DELLSQCH
           FILE STATUS IS WS-READ1-FS.                                  DELLSQCH
           SELECT READ2 ASSIGN UT-S-READ2                               DELLRT16
TM278      FILE STATUS IS WS-READ5-FS.
TM281      SELECT READ6 ASSIGN UT-S-READ6
TM281      FILE STATUS IS WS-READ6-FS.
TM287      SELECT READ7 ASSIGN UT-S-READ7
TM287      FILE STATUS IS WS-READ7-FS.
TM288      SELECT READ8 ASSIGN UT-S-READ8
TM288      FILE STATUS IS WS-READ8-FS.
TM290      SELECT READ9 ASSIGN UT-S-READ9
TM290      FILE STATUS IS WS-READ9-FS.
           SELECT WRITE1 ASSIGN UT-S-WRITE1                             DELLMNCH
           FILE STATUS IS WS-WRITE1-FS.                                 DELLMNCH
           SELECT WRITE2 ASSIGN UT-S-WRITE2                             DELLMNCH
TM279      FILE STATUS IS WS-WRITE27-FS.
TM281      SELECT WRITE28 ASSIGN UT-S-WRITE28
TM281      FILE STATUS IS WS-WRITE28-FS.
TM286      SELECT WRITE29 ASSIGN UT-S-WRITE29
TM286      FILE STATUS IS WS-WRITE29-FS.
TM287      SELECT WRITE30 ASSIGN UT-S-WRITE30
TM287      FILE STATUS IS WS-WRITE30-FS.
TM288      SELECT WRITE31 ASSIGN UT-S-WRITE31
TM288      FILE STATUS IS WS-WRITE31-FS.
TM289      SELECT WRITE32 ASSIGN UT-S-WRITE32
TM289      FILE STATUS IS WS-WRITE32-FS.
TM290      SELECT WRITE33 ASSIGN UT-S-WRITE33
TM290      FILE STATUS IS WS-WRITE33-FS.
TM291      SELECT WRITE34 ASSIGN UT-S-WRITE34
TM291      FILE STATUS IS WS-WRITE34-FS.
TM292      SELECT WRITE35 ASSIGN UT-S-WRITE35
TM292      FILE STATUS IS WS-WRITE35-FS.
TM293      SELECT WRITE36 ASSIGN UT-S-WRITE36
TM293      FILE STATUS IS WS-WRITE36-FS.
TM294      SELECT READ10 ASSIGN UT-S-READ10
TM294      FILE STATUS IS WS-READ10-FS.
TM294      SELECT WRITE37 ASSIGN UT-S-WRITE37
TM294      FILE STATUS IS WS-WRITE37-FS.
TM294      SELECT WRITE38 ASSIGN UT-S-WRITE38
TM294      FILE STATUS IS WS-WRITE38-FS.
TM295      SELECT READ11 ASSIGN UT-S-READ11
TM295      FILE STATUS IS WS-READ11-FS.
TM295      SELECT WRITE39 ASSIGN UT-S-WRITE39
TM295      FILE STATUS IS WS-WRITE39-FS.
JR511      SELECT WRITE15 ASSIGN UT-S-WRITE15
JR511      FILE STATUS IS WS-WRITE15-FS.
           SELECT DATEFILE ASSIGN UT-S-DATEFILE.                         0000175
TM283    05  AR-CYCLE-DATE           PIC X(08).
TM283    05  AR-WA-RECORD            PIC X(1748).
TM283    05  FILLER                  PIC X(15).
TM286 *    ERROR-CODE REFERENCE -- ONE ROW PER 3700-SY-ERR-MSG CODE
TM286 *    CARRYING THE SHORT AND LONG TEXT, THE OWNING AREA AND
TM286 *    WHETHER OPERATIONS CAN CLEAR THE PEND ('O') OR IT MUST GO
TM286 *    BACK TO THE WEB TEAM ('W').  MAINTAINED BY THE BUSINESS;
TM286 *    READ ONLY HERE, BY 1251-PEND-PARETO.
TM286  FD  VSAM-EC  IS EXTERNAL
TM286      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM286      RECORDS STANDARD  DATA RECORDS VSAM-EC-REC.
TM286  01  VSAM-EC-REC.
TM286    05  VSAM-EC-PRIM.
TM286      10  EC-CODE               PIC X(03).
TM286    05  EC-SHORT-DESC           PIC X(20).
TM286    05  EC-LONG-DESC            PIC X(60).
TM286    05  EC-OWNING-AREA          PIC X(10).
TM286    05  EC-FIX-FLAG             PIC X(01).
TM286    05  FILLER                  PIC X(26).
TM289 *    REINSURANCE RETENTION TABLE -- ONE ROW PER COMPANY / PLAN
TM289 *    / ISSUE-AGE BAND, KEYED ON THE TOP AGE OF THE BAND SO A
TM289 *    START NOT LESS THAN THE ISSUE AGE LANDS ON THE RIGHT ROW.
TM289 *    PLAN '*****' IS THE COMPANY-WIDE DEFAULT.  MAINTAINED BY
TM289 *    THE REINSURANCE AREA; READ ONLY HERE, BY 6350-GET-RETENTION.
TM289  FD  VSAM-RI  IS EXTERNAL
TM289      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM289      RECORDS STANDARD  DATA RECORDS VSAM-RI-REC.
TM289  01  VSAM-RI-REC.
TM289    05  VSAM-RI-PRIM.
TM289      10  RI-CO                 PIC X(02).
TM289      10  RI-PLAN               PIC X(05).
TM289      10  RI-MAX-AGE            PIC 9(03).
TM289    05  RI-RETENTION            PIC 9(09).
TM289    05  RI-AUTO-BIND-LIMIT      PIC 9(09).
TM289    05  RI-REINSURER            PIC X(10).
TM289    05  RI-TREATY               PIC X(10).
TM289    05  FILLER                  PIC X(30).
TM291 *    PRE-ASSIGNED POLICY NUMBER INVENTORY -- ONE ROW PER NUMBER
TM291 *    HANDED OUT, KEYED BY COMPANY AND POLICY NUMBER.  A BLOCK IS
TM291 *    A RANGE OF NUMBERS ISSUED TOGETHER TO ONE HOLDER (AGENCY,
TM291 *    ENROLLMENT OR PAPER-APP PACKET), SO ITS ROWS ARE ADJACENT
TM291 *    IN KEY SEQUENCE.  ROWS ARE LOADED AND VOIDED BY THE POLICY
TM291 *    ISSUE AREA; THIS PROGRAM ONLY MARKS NUMBERS USED
TM291 *    (3350-CHECK-PN-INVENTORY) AND REPORTS ON THE FILE.
TM291  FD  VSAM-PN  IS EXTERNAL
TM291      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM291      RECORDS STANDARD  DATA RECORDS VSAM-PN-REC.
TM291  01  VSAM-PN-REC.
TM291    05  VSAM-PN-PRIM.
TM291      10  PN-CO                 PIC X(02).
TM291      10  PN-POLICY             PIC X(08).
TM291    05  PN-BLOCK-ID             PIC X(10).
TM291    05  PN-HOLDER-TYPE          PIC X(01).
TM291        88  PN-HOLDER-AGENCY              VALUE 'A'.
TM291        88  PN-HOLDER-ENROLLMENT          VALUE 'E'.
TM291        88  PN-HOLDER-PACKET              VALUE 'P'.
TM291    05  PN-HOLDER-ID            PIC X(10).
TM291    05  PN-ISSUED-DATE          PIC X(08).
TM291    05  PN-STATE                PIC X(01).
TM291        88  PN-AVAILABLE                  VALUE 'A'.
TM291        88  PN-USED                       VALUE 'U'.
TM291        88  PN-VOIDED                     VALUE 'V'.
TM291    05  PN-STATE-DATE           PIC X(08).
TM291    05  PN-DELL-GUID            PIC X(36).
TM291    05  FILLER                  PIC X(16).
TM292 *    FIELD-LEVEL CHANGE LEDGER -- ONE RECORD PER AP, CV, NB OR PM
TM292 *    FIELD THE AUTOMATIC WORKSITE UPDATE PATH REPLACED, KEYED
TM292 *    COMPANY / DELL-GUID / CYCLE DATE / TIME / SEQUENCE LIKE
TM292 *    VSAM-SH.  CL-SOURCE CARRIES THE TRANS TYPE, POLCRECTYPE,
TM292 *    LS PARAM 37 CHANGE INDICATOR AND OVERRIDE-IND OF THE
TM292 *    TRANSACTION THAT MADE THE CHANGE.  MAINTAINED BY
TM292 *    6570-CL-WRITE-LEDGER.
TM292  FD  VSAM-CL  IS EXTERNAL
TM292      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM292      RECORDS STANDARD  DATA RECORDS VSAM-CL-REC.
TM292  01  VSAM-CL-REC.
TM292    05  VSAM-CL-PRIM.
TM292      10  CL-CO                 PIC X(02).
TM292      10  CL-DELL-GUID          PIC X(36).
TM292      10  CL-DATE               PIC X(08).
TM292      10  CL-TIME               PIC X(08).
TM292      10  CL-SEQ                PIC 9(03).
TM292    05  CL-POLICY               PIC X(08).
TM292    05  CL-FILE                 PIC X(02).
TM292    05  CL-FIELD                PIC X(20).
TM292    05  CL-BEFORE               PIC X(30).
TM292    05  CL-AFTER                PIC X(30).
TM292    05  CL-SOURCE.
TM292      10  CL-SRC-TRANS-TYPE     PIC X(02).
TM292      10  CL-SRC-POLCRECTYPE    PIC X(01).
TM292      10  CL-SRC-CHG-IND        PIC X(01).
TM292      10  CL-SRC-OVERRIDE-IND   PIC X(02).
TM292    05  FILLER                  PIC X(17).
TM293 *    TASK ROUTING TABLE -- ONE ROW PER COMPANY / PROCESS / STEP
TM293 *    / BLOCK OF BUSINESS / CONTRACT STATE / CASE-SIZE BAND, KEYED
TM293 *    ON THE TOP FACE AMOUNT OF THE BAND SO A START NOT LESS THAN
TM293 *    THE FACE LANDS ON THE RIGHT ROW.  BLOCK '****' AND STATE '**'
TM293 *    MATCH ANY.  THE ROW NAMES AN OPERATOR ('O') OR A TEAM ('T')
TM293 *    QUEUE.  MAINTAINED BY THE WORKFLOW AREA; READ ONLY HERE, BY
TM293 *    6620-TR-LOOKUP.
TM293  FD  VSAM-TR  IS EXTERNAL
TM293      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM293      RECORDS STANDARD  DATA RECORDS VSAM-TR-REC.
TM293  01  VSAM-TR-REC.
TM293    05  VSAM-TR-PRIM.
TM293      10  TR-CO                 PIC X(02).
TM293      10  TR-PROCESS            PIC X(06).
TM293      10  TR-STEP               PIC X(03).
TM293      10  TR-BLOCK              PIC X(04).
TM293      10  TR-STATE              PIC X(02).
TM293      10  TR-SIZE-TOP           PIC 9(09).
TM293    05  TR-QUEUE-TYPE           PIC X(01).
TM293        88  TR-QUEUE-OPERATOR             VALUE 'O'.
TM293        88  TR-QUEUE-TEAM                 VALUE 'T'.
TM293    05  TR-QUEUE-ID             PIC X(04).
TM293    05  FILLER                  PIC X(29).
TM293 *    TEAM ROSTER -- ONE ROW PER OPERATOR PER TEAM QUEUE, KEYED
TM293 *    COMPANY / TEAM / OPERATOR.  THE WORKFLOW AREA MAINTAINS THE
TM293 *    OUT-OF-OFFICE FLAG AND REFRESHES THE OPEN-TASK COUNT; THIS
TM293 *    PROGRAM ADDS ONE TO IT FOR EVERY TASK IT ASSIGNS
TM293 *    (6650-TR-PICK-OPERATOR) SO THE BALANCE HOLDS THROUGH THE RUN.
TM293  FD  VSAM-TO  IS EXTERNAL
TM293      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM293      RECORDS STANDARD  DATA RECORDS VSAM-TO-REC.
TM293  01  VSAM-TO-REC.
TM293    05  VSAM-TO-PRIM.
TM293      10  TO-CO                 PIC X(02).
TM293      10  TO-TEAM               PIC X(04).
TM293      10  TO-OPID               PIC X(04).
TM293    05  TO-OUT-OF-OFFICE        PIC X(01).
TM293        88  TO-OPERATOR-OUT               VALUE 'Y'.
TM293    05  TO-OPEN-TASKS           PIC 9(05).
TM293    05  TO-ASSIGNED-TODAY       PIC 9(05).
TM293    05  TO-LAST-ASSIGN-DATE     PIC X(08).
TM293    05  FILLER                  PIC X(31).
TM294 *    INITIAL-PREMIUM REFUND REGISTER -- ONE ROW PER POLICY WHOSE
TM294 *    HELD PREMIUM IS OWED BACK, KEYED COMPANY / POLICY.  ADDED BY
TM294 *    5800-REFUND-EXTRACT IN STATE 'O' (OWED) AND SET TO 'C'
TM294 *    (CONFIRMED) BY 1930-REFUND-CONFIRMATIONS WHEN ACCOUNTS
TM294 *    PAYABLE REPORTS THE DISBURSEMENT.  REASON 'UD' UNDERWRITING
TM294 *    DECLINE, 'WD' INCOMPLETE / WITHDRAWN, 'FC' FINAL STATUS 019,
TM294 *    'VC' VOLUNTARY CANCEL.
TM294  FD  VSAM-RF  IS EXTERNAL
TM294      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM294      RECORDS STANDARD  DATA RECORDS VSAM-RF-REC.
TM294  01  VSAM-RF-REC.
TM294    05  VSAM-RF-PRIM.
TM294      10  RF-CO                 PIC X(02).
TM294      10  RF-POLICY             PIC X(08).
TM294    05  RF-DELL-GUID            PIC X(36).
TM294    05  RF-REASON               PIC X(02).
TM294        88  RF-UW-DECLINE                 VALUE 'UD'.
TM294        88  RF-WITHDRAWN                  VALUE 'WD'.
TM294        88  RF-FINAL-CANCEL               VALUE 'FC'.
TM294        88  RF-VOLUNTARY-CANCEL           VALUE 'VC'.
TM294    05  RF-CLOSED-DATE          PIC X(08).
TM294    05  RF-PAYEE-TYPE           PIC X(01).
TM294        88  RF-PAYEE-OWNER                VALUE 'O'.
TM294        88  RF-PAYEE-APPLICANT            VALUE 'A'.
TM294    05  RF-PAYEE-NAME           PIC X(30).
TM294    05  RF-PAYEE-SSN            PIC X(09).
TM294    05  RF-AMOUNT               PIC 9(07)V99.
TM294    05  RF-ACCT-TYPE            PIC X(01).
TM294    05  RF-TRANSIT-NO           PIC X(09).
TM294    05  RF-ACCT-NO              PIC X(17).
TM294    05  RF-STATE                PIC X(01).
TM294        88  RF-OWED                       VALUE 'O'.
TM294        88  RF-CONFIRMED                  VALUE 'C'.
TM294    05  RF-CONFIRM-DATE         PIC X(08).
TM294    05  RF-DISB-METHOD          PIC X(01).
TM294    05  RF-DISB-REF             PIC X(15).
TM294    05  RF-DISB-AMOUNT          PIC 9(07)V99.
TM294    05  FILLER                  PIC X(30).
TM295 *    POLICY DELIVERY TRACKING -- ONE ROW PER POLICY ISSUED, KEYED
TM295 *    COMPANY / POLICY.  ADDED BY 5900-DELIVERY-SEED IN STATUS 'P'
TM295 *    (PENDING DELIVERY) WITH THE STATE'S FREE-LOOK DAYS AND
TM295 *    RECEIPT / AMENDMENT RULES COPIED OFF VSAM-FL, SO A LATER
TM295 *    TABLE CHANGE DOES NOT MOVE A POLICY ALREADY ISSUED.  SET
TM295 *    'D' (DELIVERED) BY 1950-DELIVERY-RECEIPTS, WHICH ALSO SETS
TM295 *    THE FREE-LOOK END DATE, AND 'N' (NOT TAKEN -- RETURNED
TM295 *    WITHIN FREE LOOK) OR 'S' (SURRENDERED AFTER IT) ON A RETURN.
TM295  FD  VSAM-DT  IS EXTERNAL
TM295      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM295      RECORDS STANDARD  DATA RECORDS VSAM-DT-REC.
TM295  01  VSAM-DT-REC.
TM295    05  VSAM-DT-PRIM.
TM295      10  DT-CO                 PIC X(02).
TM295      10  DT-POLICY             PIC X(08).
TM295    05  DT-DELL-GUID            PIC X(36).
TM295    05  DT-CONTRACT-STATE       PIC X(02).
TM295    05  DT-ISSUE-DATE           PIC X(08).
TM295    05  DT-SERV-AGENT           PIC X(10).
TM295    05  DT-WRIT-AGENT           PIC X(10).
TM295    05  DT-PLAN                 PIC X(05).
TM295    05  DT-REPLACEMENT          PIC X(01).
TM295        88  DT-IS-REPLACEMENT             VALUE 'Y'.
TM295    05  DT-FREELOOK-DAYS        PIC 9(03).
TM295    05  DT-RECEIPT-REQ          PIC X(01).
TM295        88  DT-SIGNED-RECEIPT-REQ         VALUE 'Y'.
TM295    05  DT-AMEND-REQ            PIC X(01).
TM295        88  DT-AMENDMENT-REQ              VALUE 'Y'.
TM295    05  DT-STATUS               PIC X(01).
TM295        88  DT-PENDING                    VALUE 'P'.
TM295        88  DT-DELIVERED                  VALUE 'D'.
TM295        88  DT-NOT-TAKEN                  VALUE 'N'.
TM295        88  DT-SURRENDERED                VALUE 'S'.
TM295    05  DT-EDELIV-DATE          PIC X(08).
TM295    05  DT-DELIV-DATE           PIC X(08).
TM295    05  DT-DELIV-METHOD         PIC X(01).
TM295    05  DT-AMEND-DATE           PIC X(08).
TM295    05  DT-FREELOOK-END         PIC X(08).
TM295    05  DT-FOLLOWUP-DATE        PIC X(08).
TM295    05  DT-FOLLOWUP-COUNT       PIC 9(03).
TM295    05  DT-SURR-DATE            PIC X(08).
TM295    05  FILLER                  PIC X(30).
TM295 *    STATE FREE-LOOK TABLE, KEYED COMPANY / CONTRACT STATE.
TM295 *    STATE '**' IS THE COMPANY DEFAULT.  RECEIPT-REQ 'Y' MEANS
TM295 *    THE STATE WANTS A SIGNED DELIVERY RECEIPT -- AN E-DELIVERY
TM295 *    ACKNOWLEDGMENT ALONE DOES NOT START THE FREE LOOK.
TM295 *    AMEND-REQ 'Y' MEANS A SIGNED AMENDMENT IS DUE AT DELIVERY.
TM295  FD  VSAM-FL  IS EXTERNAL
TM295      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM295      RECORDS STANDARD  DATA RECORDS VSAM-FL-REC.
TM295  01  VSAM-FL-REC.
TM295    05  VSAM-FL-PRIM.
TM295      10  FL-CO                 PIC X(02).
TM295      10  FL-STATE              PIC X(02).
TM295    05  FL-FREELOOK-DAYS        PIC 9(03).
TM295    05  FL-REPL-FREELOOK-DAYS   PIC 9(03).
TM295    05  FL-RECEIPT-REQ          PIC X(01).
TM295    05  FL-AMEND-REQ            PIC X(01).
TM295    05  FILLER                  PIC X(28).
       FD  READ1 IS EXTERNAL                                            DELLSQCH
           RECORDING MODE F  BLOCK 0 RECORDS  LABEL                     DELLSQCH
           RECORDS STANDARD  DATA RECORDS READ1-REC.                    DELLSQCH
TM281      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM281      RECORDS STANDARD  DATA RECORDS READ6-REC.
TM281  01  READ6-REC     PIC X(80).
TM287 *    DAILY LAN2TP TRANSMISSION MANIFEST FROM THE WEB SIDE.
TM287  FD  READ7 IS EXTERNAL
TM287      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM287      RECORDS STANDARD  DATA RECORDS READ7-REC.
TM287  01  READ7-REC     PIC X(80).
TM288 *    WEEKLY SANCTIONS WATCH-LIST FROM COMPLIANCE.
TM288  FD  READ8 IS EXTERNAL
TM288      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM288      RECORDS STANDARD  DATA RECORDS READ8-REC.
TM288  01  READ8-REC     PIC X(80).
TM290 *    MIB INQUIRY RESPONSES RETURNED BY THE VENDOR.
TM290  FD  READ9 IS EXTERNAL
TM290      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM290      RECORDS STANDARD  DATA RECORDS READ9-REC.
TM290  01  READ9-REC     PIC X(80).
       FD  WRITE1 IS EXTERNAL                                           DELLMNCH
           RECORDING MODE V                                             DELLMNCH
           RECORD  IS VARYING IN SIZE FROM 1 TO 2500.                   DELLMNCH
TM281      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM281      RECORDS STANDARD  DATA RECORDS WRITE28-REC.
TM281  01  WRITE28-REC     PIC X(120).
TM286  FD  WRITE29 IS EXTERNAL
TM286      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM286      RECORDS STANDARD  DATA RECORDS WRITE29-REC.
TM286  01  WRITE29-REC     PIC X(120).
TM287  FD  WRITE30 IS EXTERNAL
TM287      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM287      RECORDS STANDARD  DATA RECORDS WRITE30-REC.
TM287  01  WRITE30-REC     PIC X(120).
TM288  FD  WRITE31 IS EXTERNAL
TM288      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM288      RECORDS STANDARD  DATA RECORDS WRITE31-REC.
TM288  01  WRITE31-REC     PIC X(120).
TM289  FD  WRITE32 IS EXTERNAL
TM289      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM289      RECORDS STANDARD  DATA RECORDS WRITE32-REC.
TM289  01  WRITE32-REC     PIC X(120).
TM290  FD  WRITE33 IS EXTERNAL
TM290      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM290      RECORDS STANDARD  DATA RECORDS WRITE33-REC.
TM290  01  WRITE33-REC     PIC X(120).
TM291  FD  WRITE34 IS EXTERNAL
TM291      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM291      RECORDS STANDARD  DATA RECORDS WRITE34-REC.
TM291  01  WRITE34-REC     PIC X(120).
TM292  FD  WRITE35 IS EXTERNAL
TM292      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM292      RECORDS STANDARD  DATA RECORDS WRITE35-REC.
TM292  01  WRITE35-REC     PIC X(160).
TM293  FD  WRITE36 IS EXTERNAL
TM293      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM293      RECORDS STANDARD  DATA RECORDS WRITE36-REC.
TM293  01  WRITE36-REC     PIC X(80).
TM294 *    ACCOUNTS PAYABLE DISBURSEMENT CONFIRMATIONS FOR REFUNDS CUT
TM294 *    ON A PRIOR CYCLE'S WRITE37.
TM294  FD  READ10 IS EXTERNAL
TM294      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM294      RECORDS STANDARD  DATA RECORDS READ10-REC.
TM294  01  READ10-REC    PIC X(80).
TM294  FD  WRITE37 IS EXTERNAL
TM294      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM294      RECORDS STANDARD  DATA RECORDS WRITE37-REC.
TM294  01  WRITE37-REC     PIC X(250).
TM294  FD  WRITE38 IS EXTERNAL
TM294      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM294      RECORDS STANDARD  DATA RECORDS WRITE38-REC.
TM294  01  WRITE38-REC     PIC X(80).
TM295 *    DAILY DELIVERY RECEIPTS -- E-DELIVERY ACKNOWLEDGMENTS AND
TM295 *    SIGNED RECEIPTS / AMENDMENTS SCANNED BY THE MAILROOM.
TM295  FD  READ11 IS EXTERNAL
TM295      RECORDING MODE F  BLOCK 0 RECORDS  LABEL
TM295      RECORDS STANDARD  DATA RECORDS READ11-REC.
TM295  01  READ11-REC    PIC X(80).
TM295  FD  WRITE39 IS EXTERNAL
TM295      RECORDING MODE F BLOCK 0 RECORDS   LABEL
TM295      RECORDS STANDARD  DATA RECORDS WRITE39-REC.
TM295  01  WRITE39-REC     PIC X(80).
JR511  FD  WRITE15 IS EXTERNAL
JR511      RECORDING MODE F BLOCK 0 RECORDS   LABEL
JR511      RECORDS STANDARD  DATA RECORDS WRITE15-REC.
TM270    05  VSAM-LH-FS                  PIC X(2).                      DELLIDCH
TM277    05  VSAM-SH-FS                  PIC X(2).                      DELLIDCH
TM283    05  VSAM-AR-FS                  PIC X(2).                      DELLIDCH
TM286    05  VSAM-EC-FS                  PIC X(2).                      DELLIDCH
TM289    05  VSAM-RI-FS                  PIC X(2).                      DELLIDCH
TM291    05  VSAM-PN-FS                  PIC X(2).                      DELLIDCH
TM292    05  VSAM-CL-FS                  PIC X(2).                      DELLIDCH
TM293    05  VSAM-TR-FS                  PIC X(2).                      DELLIDCH
TM293    05  VSAM-TO-FS                  PIC X(2).                      DELLIDCH
TM294    05  VSAM-RF-FS                  PIC X(2).                      DELLIDCH
TM295    05  VSAM-DT-FS                  PIC X(2).                      DELLIDCH
TM295    05  VSAM-FL-FS                  PIC X(2).                      DELLIDCH
         05  WS-NUSEQ-FS                 PIC X(2).                      DELLMNCH
       01  WS-WA-SW  PIC X(01).                                         DELLIDCH
       COPY 'TPSWNML'.                                                  DELLIDCH
TM274  01  WS-READ4-FS     PIC X(02)    VALUE '00'.
TM278  01  WS-READ5-FS     PIC X(02)    VALUE '00'.
TM281  01  WS-READ6-FS     PIC X(02)    VALUE '00'.
TM287  01  WS-READ7-FS     PIC X(02)    VALUE '00'.
TM288  01  WS-READ8-FS     PIC X(02)    VALUE '00'.
TM290  01  WS-READ9-FS     PIC X(02)    VALUE '00'.
       01  WS-WRITE1-FS     PIC X(02)    VALUE '00'.                    DELLMNCH
       01  WS-WRITE2-FS     PIC X(02)    VALUE '00'.                    DELLMNCH
       01  WS-WRITE3-FS     PIC X(02)    VALUE '00'.                    DELLSQCH
TM278  01  WS-WRITE26-FS    PIC X(02)    VALUE '00'.
TM279  01  WS-WRITE27-FS    PIC X(02)    VALUE '00'.
TM281  01  WS-WRITE28-FS    PIC X(02)    VALUE '00'.
TM286  01  WS-WRITE29-FS    PIC X(02)    VALUE '00'.
TM287  01  WS-WRITE30-FS    PIC X(02)    VALUE '00'.
TM288  01  WS-WRITE31-FS    PIC X(02)    VALUE '00'.
TM289  01  WS-WRITE32-FS    PIC X(02)    VALUE '00'.
TM290  01  WS-WRITE33-FS    PIC X(02)    VALUE '00'.
TM291  01  WS-WRITE34-FS    PIC X(02)    VALUE '00'.
TM292  01  WS-WRITE35-FS    PIC X(02)    VALUE '00'.
TM293  01  WS-WRITE36-FS    PIC X(02)    VALUE '00'.
TM294  01  WS-READ10-FS     PIC X(02)    VALUE '00'.
TM294  01  WS-WRITE37-FS    PIC X(02)    VALUE '00'.
TM294  01  WS-WRITE38-FS    PIC X(02)    VALUE '00'.
TM295  01  WS-READ11-FS     PIC X(02)    VALUE '00'.
TM295  01  WS-WRITE39-FS    PIC X(02)    VALUE '00'.
       01  CPY-FS-CODE      PIC X(02)    VALUE '00'.                    DELLSQCH
       01  LMR-VARL.                                                    DELLMNCH
           05  LMR-VARL-COMP  PIC S9(4) COMP.                           DELLMNCH
TM282      05  WK-WF-HITS                        PIC S9(9)  VALUE +0.
TM283      05  WK-AR-ARCHIVED                    PIC S9(9)  VALUE +0.
TM283      05  WK-AR-SWEPT                       PIC S9(9)  VALUE +0.
TM286      05  WS-REC-WRITE29                    PIC S9(9)  VALUE +0.
TM286      05  WK-PT-GROUPS                      PIC S9(9)  VALUE +0.
TM286      05  WK-PT-ENTRIES                     PIC S9(4)  VALUE +0.
TM286      05  WK-PT-MAX                         PIC S9(4)  VALUE +500.
TM286      05  WK-PT-SUB                         PIC S9(4)  VALUE +0.
TM286      05  WK-PT-SUB2                        PIC S9(4)  VALUE +0.
TM286      05  WK-PT-ERR-SUB                     PIC S9(4)  VALUE +0.
TM286      05  WK-PT-RANK                        PIC S9(4)  VALUE +0.
TM286      05  WK-PT-DROPPED                     PIC S9(9)  VALUE +0.
TM287      05  WS-REC-WRITE30                    PIC S9(9)  VALUE +0.
TM287      05  WK-MF-ENTRIES                     PIC S9(4)  VALUE +0.
TM287      05  WK-MF-MAX                         PIC S9(4)  VALUE +3000.
TM287      05  WK-MF-SUB                         PIC S9(4)  VALUE +0.
TM287      05  WK-MF-DROPPED                     PIC S9(9)  VALUE +0.
TM287      05  WK-MF-HDR-ENTRIES                 PIC S9(4)  VALUE +0.
TM287      05  WK-MF-HDR-MAX                     PIC S9(4)  VALUE +10.
TM287      05  WK-MF-HDR-SUB                     PIC S9(4)  VALUE +0.
TM287      05  WK-MF-HOLD-ENTRIES                PIC S9(4)  VALUE +0.
TM287      05  WK-MF-HOLD-MAX                    PIC S9(4)  VALUE +500.
TM287      05  WK-MF-HOLD-SUB                    PIC S9(4)  VALUE +0.
TM287      05  WK-MF-HELD                        PIC S9(9)  VALUE +0.
TM287      05  WK-MF-GROUPS                      PIC S9(9)  VALUE +0.
TM287      05  WK-MF-SEGS                        PIC S9(5)  VALUE +0.
TM288      05  WS-REC-WRITE31                    PIC S9(9)  VALUE +0.
TM288      05  WK-WL-ENTRIES                     PIC S9(5)  VALUE +0.
TM288      05  WK-WL-MAX                         PIC S9(5)  VALUE +5000.
TM288      05  WK-WL-SUB                         PIC S9(5)  VALUE +0.
TM288      05  WK-WL-DROPPED                     PIC S9(9)  VALUE +0.
TM288      05  WK-SC-SCORE                       PIC S9(3)  VALUE +0.
TM288      05  WK-SC-BEST-SCORE                  PIC S9(3)  VALUE +0.
TM288      05  WK-SC-BEST-SUB                    PIC S9(5)  VALUE +0.
TM288      05  WK-SC-PARTIES                     PIC S9(3)  VALUE +0.
TM288      05  WK-SC-PARTY-HITS                  PIC S9(3)  VALUE +0.
TM288      05  WK-SC-SCREENED                    PIC S9(9)  VALUE +0.
TM288      05  WK-SC-CLEARED                     PIC S9(9)  VALUE +0.
TM288      05  WK-SC-HELD                        PIC S9(9)  VALUE +0.
TM288      05  WK-SC-RELEASED                    PIC S9(9)  VALUE +0.
TM289      05  WS-REC-WRITE32                    PIC S9(9)  VALUE +0.
TM289      05  WK-RI-ISSUE-AGE                   PIC S9(3)  VALUE +0.
TM289      05  WK-RI-CEDED-AMT                   PIC S9(9)  VALUE +0.
TM289      05  WK-RI-CHECKED                     PIC S9(9)  VALUE +0.
TM289      05  WK-RI-HELD                        PIC S9(9)  VALUE +0.
TM289      05  WK-RI-ACCEPTED                    PIC S9(9)  VALUE +0.
TM289      05  WK-RI-NO-TABLE                    PIC S9(9)  VALUE +0.
TM290      05  WS-REC-WRITE33                    PIC S9(9)  VALUE +0.
TM290      05  WK-MB-INQUIRED                    PIC S9(9)  VALUE +0.
TM290      05  WK-MB-NOHIT                       PIC S9(9)  VALUE +0.
TM290      05  WK-MB-HIT                         PIC S9(9)  VALUE +0.
TM290      05  WK-MB-NOMATCH                     PIC S9(9)  VALUE +0.
TM290      05  WK-MB-SUB                         PIC S9(4)  VALUE +0.
TM291      05  WS-REC-WRITE34                    PIC S9(9)  VALUE +0.
TM291      05  WK-PN-CHECKED                     PIC S9(9)  VALUE +0.
TM291      05  WK-PN-REJECTED                    PIC S9(9)  VALUE +0.
TM291      05  WK-PN-AVAIL-CNT                   PIC S9(7)  VALUE +0.
TM291      05  WK-PN-USED-CNT                    PIC S9(7)  VALUE +0.
TM291      05  WK-PN-VOID-CNT                    PIC S9(7)  VALUE +0.
TM291      05  WK-PN-STALE-CNT                   PIC S9(7)  VALUE +0.
TM292      05  WS-REC-WRITE35                    PIC S9(9)  VALUE +0.
TM292      05  WK-CL-WRITTEN                     PIC S9(9)  VALUE +0.
TM292      05  WK-CL-SNAPSHOTS                   PIC S9(9)  VALUE +0.
TM292      05  WK-CL-SEQ                         PIC S9(3)  VALUE +0.
TM293      05  WS-REC-WRITE36                    PIC S9(9)  VALUE +0.
TM293      05  WK-TR-ROUTED                      PIC S9(9)  VALUE +0.
TM293      05  WK-TR-UNROUTED                    PIC S9(9)  VALUE +0.
TM293      05  WK-TQ-ENTRIES                     PIC S9(4)  VALUE +0.
TM293      05  WK-TQ-MAX                         PIC S9(4)  VALUE +200.
TM293      05  WK-TQ-SUB                         PIC S9(4)  VALUE +0.
TM293      05  WK-TQ-DROPPED                     PIC S9(9)  VALUE +0.
TM294      05  WS-REC-WRITE37                    PIC S9(9)  VALUE +0.
TM294      05  WS-REC-WRITE38                    PIC S9(9)  VALUE +0.
TM294      05  WK-RF-EXTRACTED                   PIC S9(9)  VALUE +0.
TM294      05  WK-RF-NOT-HELD                    PIC S9(9)  VALUE +0.
TM294      05  WK-RF-ALREADY                     PIC S9(9)  VALUE +0.
TM294      05  WK-RF-NO-DATA                     PIC S9(9)  VALUE +0.
TM294      05  WK-RF-CONFIRMED                   PIC S9(9)  VALUE +0.
TM294      05  WK-RF-REPEAT                      PIC S9(9)  VALUE +0.
TM294      05  WK-RF-NOMATCH                     PIC S9(9)  VALUE +0.
TM295      05  WS-REC-WRITE39                    PIC S9(9)  VALUE +0.
TM295      05  WK-DT-SEEDED                      PIC S9(9)  VALUE +0.
TM295      05  WK-DT-ALREADY                     PIC S9(9)  VALUE +0.
TM295      05  WK-DT-NO-STATE                    PIC S9(9)  VALUE +0.
TM295      05  WK-DT-DELIVERED                   PIC S9(9)  VALUE +0.
TM295      05  WK-DT-ACK-ONLY                    PIC S9(9)  VALUE +0.
TM295      05  WK-DT-AMENDED                     PIC S9(9)  VALUE +0.
TM295      05  WK-DT-NOT-TAKEN                   PIC S9(9)  VALUE +0.
TM295      05  WK-DT-SURRENDERED                 PIC S9(9)  VALUE +0.
TM295      05  WK-DT-REPEAT                      PIC S9(9)  VALUE +0.
TM295      05  WK-DT-NOMATCH                     PIC S9(9)  VALUE +0.
TM295      05  WK-DT-FOLLOWUP                    PIC S9(9)  VALUE +0.
TM278      05  WK-RQ-RECEIVED                    PIC S9(9)  VALUE +0.
TM278      05  WK-RQ-NOMATCH                     PIC S9(9)  VALUE +0.
TM278      05  WK-RQ-SUB                         PIC S9(4)  VALUE +0.
TM283 *    PARM18-DEFAULT-DAYS (TWO YEARS).
TM283      05  PARM18-RETAIN-DAYS            PIC 9(5)  VALUE ZEROS.
TM283      05  PARM18-DEFAULT-DAYS           PIC 9(5)  VALUE 730.
TM288 *    PARM 19 SUPPLIES THE SANCTIONS MATCH THRESHOLD -- THE SCORE
TM288 *    (SSN 50, DOB 30, FULL NAME 40 OR SURNAME ONLY 20) AT OR
TM288 *    ABOVE WHICH A PARTY IS A HIT.  IN ITS ABSENCE THE
TM288 *    THRESHOLD DEFAULTS TO PARM19-DEFAULT-SCORE.
TM288      05  PARM19-MATCH-SCORE            PIC 9(3)  VALUE ZEROS.
TM288      05  PARM19-DEFAULT-SCORE          PIC 9(3)  VALUE 70.
TM291 *    PARM 20 REQUESTS THE MONTHLY PRE-ASSIGNED NUMBER INVENTORY
TM291 *    REPORT.  ITS VALUE, WHEN NUMERIC, IS THE AGE IN CALENDAR
TM291 *    DAYS AT WHICH AN UNUSED NUMBER COUNTS AS STALE; IN ITS
TM291 *    ABSENCE THE AGE DEFAULTS TO PARM20-DEFAULT-DAYS.
TM291      05  PARM20-PN-REPORT-SW           PIC X(01) VALUE 'N'.
TM291          88  PARM20-PN-REPORT-REQUESTED           VALUE 'Y'.
TM291      05  PARM20-STALE-DAYS             PIC 9(3)  VALUE ZEROS.
TM291      05  PARM20-DEFAULT-DAYS           PIC 9(3)  VALUE 180.
TM295 *    PARM 21 SUPPLIES THE NUMBER OF CALENDAR DAYS A POLICY MAY
TM295 *    GO WITHOUT A DELIVERY RECEIPT (OR AN AMENDMENT SIGNATURE)
TM295 *    BEFORE THE SERVICING AGENT IS SENT A FOLLOW-UP TASK, AND
TM295 *    BETWEEN REPEAT FOLLOW-UPS.  IN ITS ABSENCE THE DAYS DEFAULT
TM295 *    TO PARM21-DEFAULT-DAYS.
TM295      05  PARM21-DELIV-DAYS             PIC 9(3)  VALUE ZEROS.
TM295      05  PARM21-DEFAULT-DAYS           PIC 9(3)  VALUE 30.
                                                                         0000531
PS134  01  PARM-RECORD.                                                  0000532
PS134      05  PARM-TYPE                         PIC XX.                 0000533
TM278      05  PARM-REQ-SLA-DAYS-IN REDEFINES PARM-VALUE PIC 9(3).
TM279      05  PARM-PREM-TOL-IN REDEFINES PARM-VALUE PIC 9(5).
TM283      05  PARM-RETAIN-DAYS-IN REDEFINES PARM-VALUE PIC 9(5).
TM288      05  PARM-MATCH-SCORE-IN REDEFINES PARM-VALUE PIC 9(3).
TM291      05  PARM-STALE-DAYS-IN REDEFINES PARM-VALUE PIC 9(3).
TM295      05  PARM-DELIV-DAYS-IN REDEFINES PARM-VALUE PIC 9(3).
PS134      05  FILLER                                 PIC X(42).         0000537
TM269 ***************************************************************
TM269 *  UNDERWRITING-DECISION INTERFACE RECORD (READ3 / UWDECF).    *
TM281      05  CEN-EXPECTED                PIC 9(5).
TM281      05  FILLER                      PIC X(68).
TM281  01  CEN-EOF                         PIC X      VALUE SPACES.
TM287 ***************************************************************
TM287 *  LAN2TP TRANSMISSION MANIFEST RECORD (READ7 / MANIFST) --     *
TM287 *  ONE 'H' CONTROL RECORD PER COMPANY (GROUP AND SEGMENT        *
TM287 *  COUNTS SENT) FOLLOWED BY ONE 'D' RECORD PER DELL-GUID GROUP  *
TM287 *  WITH THE SEGMENT TOTAL THE WEB SIDE DECLARED FOR IT.         *
TM287 ***************************************************************
TM287  01  MAN-RECORD.
TM287      05  MAN-CO                      PIC X(2).
TM287      05  MAN-REC-TYPE                PIC X(1).
TM287      05  MAN-DETAIL.
TM287          10  MAN-DELL-GUID           PIC X(36).
TM287          10  MAN-DECL-SEGS           PIC 9(3).
TM287          10  FILLER                  PIC X(38).
TM287      05  MAN-HEADER REDEFINES MAN-DETAIL.
TM287          10  MAN-SEND-DATE           PIC X(8).
TM287          10  MAN-HDR-GROUPS          PIC 9(7).
TM287          10  MAN-HDR-SEGS            PIC 9(9).
TM287          10  FILLER                  PIC X(53).
TM287  01  MAN-EOF                         PIC X      VALUE SPACES.
TM287 ***************************************************************
TM287 *  MANIFEST BALANCING TABLES.  WK-MANIFEST-AREA HOLDS THE 'D'   *
TM287 *  RECORDS, MARKED AS THE MATCHING GROUP IS FOUND ON VSAM-WA;   *
TM287 *  WK-MF-HDR-AREA THE PER-COMPANY CONTROL TOTALS; WK-MF-HOLD-   *
TM287 *  AREA THE SHORT GROUPS 9100-CHECK-FOR-BYPASS HOLDS OUT OF     *
TM287 *  THIS RUN.                                                    *
TM287 ***************************************************************
TM287  01  WK-MANIFEST-AREA.
TM287      05  WK-MF-ENTRY OCCURS 3000 TIMES.
TM287          10  WK-MF-CO                 PIC X(2).
TM287          10  WK-MF-DELL-GUID          PIC X(36).
TM287          10  WK-MF-DECLARED           PIC S9(5) COMP VALUE +0.
TM287          10  WK-MF-FOUND              PIC X(1).
TM287  01  WK-MF-HDR-AREA.
TM287      05  WK-MF-HDR-ENTRY OCCURS 10 TIMES.
TM287          10  WK-MF-HDR-CO             PIC X(2).
TM287          10  WK-MF-HDR-DATE           PIC X(8).
TM287          10  WK-MF-HDR-GROUPS         PIC S9(7) COMP VALUE +0.
TM287          10  WK-MF-HDR-SEGS           PIC S9(9) COMP VALUE +0.
TM287          10  WK-MF-DET-GROUPS         PIC S9(7) COMP VALUE +0.
TM287          10  WK-MF-DET-SEGS           PIC S9(9) COMP VALUE +0.
TM287          10  WK-MF-RCV-GROUPS         PIC S9(7) COMP VALUE +0.
TM287          10  WK-MF-RCV-SEGS           PIC S9(9) COMP VALUE +0.
TM287  01  WK-MF-HOLD-AREA.
TM287      05  WK-MF-HOLD-ENTRY OCCURS 500 TIMES.
TM287          10  WK-MF-HOLD-KEY           PIC X(43).
TM287  01  WK-MF-WORK.
TM287      05  WK-MF-OWNING-SW              PIC X(1)   VALUE 'N'.
TM287      05  WK-MF-HELD-SW                PIC X(1)   VALUE 'N'.
TM287      05  WK-MF-OPEN-SW                PIC X(1)   VALUE 'N'.
TM287      05  WK-MF-GROUP-DATE             PIC X(8)   VALUE SPACES.
TM287      05  WK-MF-SRCH-CO                PIC X(2)   VALUE SPACES.
TM287      05  WK-MF-GROUP-KEY              PIC X(43)  VALUE SPACES.
TM287      05  WK-MF-GROUP-KEY-R REDEFINES WK-MF-GROUP-KEY.
TM287          10  WK-MF-GROUP-TRANS        PIC X(2).
TM287          10  WK-MF-GROUP-CO           PIC X(2).
TM287          10  WK-MF-GROUP-GUID         PIC X(36).
TM287          10  WK-MF-GROUP-TOTAL        PIC 9(3).
TM288 ***************************************************************
TM288 *  SANCTIONS WATCH-LIST RECORD (READ8 / OFACLST) -- ONE 'H'     *
TM288 *  RECORD CARRYING THE DATE COMPLIANCE BUILT THE LIST,          *
TM288 *  FOLLOWED BY ONE 'D' RECORD PER LISTED PARTY.  NAMES ARE      *
TM288 *  CARRIED SURNAME FIRST ('LAST, FIRST' OR 'LAST FIRST'), THE   *
TM288 *  SAME WAY THE WEB FRONT END SENDS PARTY NAMES.  SSN AND DOB   *
TM288 *  ARE OPTIONAL -- MOST LIST ENTRIES CARRY A DOB ONLY.          *
TM288 ***************************************************************
TM288  01  WL-RECORD.
TM288      05  WL-REC-TYPE                 PIC X(1).
TM288      05  WL-DETAIL.
TM288          10  WL-ENTRY-ID             PIC X(10).
TM288          10  WL-LIST-CODE            PIC X(4).
TM288          10  WL-NAME                 PIC X(30).
TM288          10  WL-SSN                  PIC X(9).
TM288          10  WL-DOB                  PIC X(8).
TM288          10  FILLER                  PIC X(18).
TM288      05  WL-HEADER REDEFINES WL-DETAIL.
TM288          10  WL-LIST-DATE            PIC X(8).
TM288          10  FILLER                  PIC X(71).
TM288  01  WL-EOF                          PIC X      VALUE SPACES.
TM288 ***************************************************************
TM288 *  WATCH-LIST TABLE, LOADED ONCE AT START OF JOB BY 1900-LOAD-  *
TM288 *  WATCH-LIST.  THE SURNAME IS SPLIT OFF AT LOAD TIME SO THE    *
TM288 *  PER-PARTY SCAN IN 2160-OFAC-SCREEN IS STRAIGHT COMPARES.     *
TM288 ***************************************************************
TM288  01  WK-WATCH-LIST-AREA.
TM288      05  WK-WL-ENTRY OCCURS 5000 TIMES.
TM288          10  WK-WL-ENTRY-ID           PIC X(10).
TM288          10  WK-WL-LIST-CODE          PIC X(4).
TM288          10  WK-WL-NAME               PIC X(30).
TM288          10  WK-WL-SURNAME            PIC X(20).
TM288          10  WK-WL-SSN                PIC X(9).
TM288          10  WK-WL-DOB                PIC X(8).
TM288  01  WK-OFAC-WORK.
TM288      05  WK-WL-LIST-DATE              PIC X(8)   VALUE SPACES.
TM288      05  WK-SC-HIT-SW                 PIC X(1)   VALUE 'N'.
TM288          88  WK-SC-GROUP-HIT                     VALUE 'Y'.
TM288      05  WK-SC-PARTY-TYPE             PIC X(4)   VALUE SPACES.
TM288      05  WK-SC-NAME                   PIC X(30)  VALUE SPACES.
TM288      05  WK-SC-SURNAME                PIC X(20)  VALUE SPACES.
TM288      05  WK-SC-SSN                    PIC X(9)   VALUE SPACES.
TM288      05  WK-SC-DOB                    PIC X(8)   VALUE SPACES.
TM288      05  WK-SC-HIT-PARTY              PIC X(4)   VALUE SPACES.
TM288      05  WK-SC-HIT-NAME               PIC X(30)  VALUE SPACES.
TM288      05  WK-SC-HIT-ENTRY              PIC X(10)  VALUE SPACES.
TM288      05  WK-SC-HIT-LIST               PIC X(4)   VALUE SPACES.
TM289  01  WK-REINS-WORK.
TM289      05  WK-RI-FOUND-SW               PIC X(1)   VALUE 'N'.
TM289          88  WK-RI-FOUND                         VALUE 'Y'.
TM289      05  WK-RI-SRCH-CO                PIC X(2)   VALUE SPACES.
TM289      05  WK-RI-SRCH-PLAN              PIC X(5)   VALUE SPACES.
TM289      05  WK-RI-FACE                   PIC 9(9)   VALUE ZEROS.
TM289      05  WK-RI-SSN                    PIC X(9)   VALUE SPACES.
TM289      05  WK-RI-DOB                    PIC X(8)   VALUE SPACES.
TM289      05  WK-RI-DOB-R REDEFINES WK-RI-DOB.
TM289          10  WK-RI-DOB-CCYY           PIC 9(4).
TM289          10  WK-RI-DOB-MMDD           PIC 9(4).
TM289      05  WK-RI-TODAY                  PIC X(8)   VALUE SPACES.
TM289      05  WK-RI-TODAY-R REDEFINES WK-RI-TODAY.
TM289          10  WK-RI-TODAY-CCYY         PIC 9(4).
TM289          10  WK-RI-TODAY-MMDD         PIC 9(4).
TM289      05  WK-RI-RETENTION              PIC 9(9)   VALUE ZEROS.
TM289      05  WK-RI-AUTO-BIND              PIC 9(9)   VALUE ZEROS.
TM289      05  WK-RI-REINSURER              PIC X(10)  VALUE SPACES.
TM289      05  WK-RI-TREATY                 PIC X(10)  VALUE SPACES.
TM289      05  WK-RI-PLAN                   PIC X(5)   VALUE SPACES.
TM289      05  WK-RI-PLANOPT                PIC X(3)   VALUE SPACES.
TM289      05  WK-RI-STATE                  PIC X(2)   VALUE SPACES.
TM290 ***************************************************************
TM290 *  MIB RESPONSE RECORD (READ9 / MIBRSPF) -- ONE PER INQUIRY     *
TM290 *  SENT ON A PRIOR CYCLE'S WRITE33, MATCHED BACK BY COMPANY AND *
TM290 *  POLICY.  RESULT 'N' IS A NO-HIT, 'H' A HIT CARRYING UP TO    *
TM290 *  FIVE MIB CODES.                                              *
TM290 ***************************************************************
TM290  01  MBR-RECORD.
TM290      05  MBR-CO                      PIC X(2).
TM290      05  MBR-POLICY                  PIC X(8).
TM290      05  MBR-RESULT                  PIC X(1).
TM290          88  MBR-NO-HIT                          VALUE 'N'.
TM290          88  MBR-HIT                             VALUE 'H'.
TM290      05  MBR-CODES.
TM290          10  MBR-CODE                PIC X(6)  OCCURS 5 TIMES.
TM290      05  MBR-RESP-DATE               PIC X(8).
TM290      05  FILLER                      PIC X(31).
TM290  01  MBR-EOF                         PIC X      VALUE SPACES.
TM290  01  WK-MIB-WORK.
TM290      05  WK-MB-HOLD-CO                PIC X(2)   VALUE SPACES.
TM290      05  WK-MB-POLICY                 PIC X(8)   VALUE SPACES.
TM290      05  WK-MB-MATCH-SW               PIC X(1)   VALUE 'N'.
TM290      05  WK-MB-NAME                   PIC X(30)  VALUE SPACES.
TM290      05  WK-MB-SSN                    PIC X(9)   VALUE SPACES.
TM290      05  WK-MB-DOB                    PIC X(8)   VALUE SPACES.
TM290      05  WK-MB-STATE                  PIC X(2)   VALUE SPACES.
TM281 ***************************************************************
TM281 *  PER-EMPLOYER RECONCILIATION TABLE -- SEEDED FROM THE         *
TM281 *  CENSUS FILE AT START OF JOB, TALLIED BY 1194-ACCUM-CENSUS    *
TM275      05  WCF-ISSUE-DATE           PIC X(8).
TM275      05  FILLER                   PIC X(54) VALUE SPACES.
TM275
TM286 ***************************************************************
TM286 *  PEND-REASON PARETO TABLE -- ONE ENTRY PER OVERRIDE-IND /    *
TM286 *  BLOCK OF BUSINESS / ERROR CODE SEEN ON A GROUP IN 008 THIS  *
TM286 *  COMPANY PASS, PLUS A '**'/'****' ROLL-UP ENTRY PER CODE FOR *
TM286 *  THE COMPANY AS A WHOLE.  WK-PT-INV-COUNT IS SET JUST BEFORE *
TM286 *  THE SORT SO THE WHOLE WK-PT-KEY ORDERS HIGHEST COUNT FIRST  *
TM286 *  WITHIN EACH BREAK.                                          *
TM286 ***************************************************************
TM286  01  WK-PARETO-AREA.
TM286      05  WK-PT-ENTRY OCCURS 500 TIMES.
TM286          10  WK-PT-KEY.
TM286              15  WK-PT-OVERRIDE       PIC X(2).
TM286              15  WK-PT-BLOCK          PIC X(4).
TM286              15  WK-PT-INV-COUNT      PIC 9(7).
TM286              15  WK-PT-CODE           PIC X(3).
TM286          10  WK-PT-COUNT              PIC S9(7) COMP VALUE +0.
TM286  01  WK-PT-HOLD-ENTRY.
TM286      05  WK-PT-HOLD-KEY               PIC X(16).
TM286      05  WK-PT-HOLD-COUNT             PIC S9(7) COMP VALUE +0.
TM286  01  WK-PT-WORK.
TM286      05  WK-PT-GUID                   PIC X(36)  VALUE SPACES.
TM286      05  WK-PT-GUID-BLOCK             PIC X(4)   VALUE SPACES.
TM286      05  WK-PT-TALLY-OVERRIDE         PIC X(2)   VALUE SPACES.
TM286      05  WK-PT-TALLY-BLOCK            PIC X(4)   VALUE SPACES.
TM286      05  WK-PT-TALLY-CODE             PIC X(3)   VALUE SPACES.
TM286      05  WK-PT-LAST-OVERRIDE          PIC X(2)   VALUE SPACES.
TM286      05  WK-PT-LAST-BLOCK             PIC X(4)   VALUE SPACES.
TM286 ***************************************************************
TM286 *  DAILY PEND-REASON PARETO (WRITE29) -- ONE LINE PER ENTRY OF *
TM286 *  WK-PARETO-AREA, RANKED WITHIN OVERRIDE-IND / BLOCK, WITH    *
TM286 *  THE CODE DECODED OFF VSAM-EC.  FIX 'O' = OPERATIONS CAN     *
TM286 *  CLEAR IT, 'W' = BACK TO THE WEB TEAM.                       *
TM286 ***************************************************************
TM286  01  WK-PARETO-HEADING.
TM286      05  FILLER              PIC X(2)  VALUE 'CO'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(2)  VALUE 'OV'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(5)  VALUE 'BLOCK'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(4)  VALUE 'CODE'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(6)  VALUE 'GROUPS'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(4)  VALUE 'RANK'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(10) VALUE 'SHORT-DESC'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(4)  VALUE 'AREA'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(3)  VALUE 'FIX'.
TM286      05  FILLER              PIC X(1)  VALUE ';'.
TM286      05  FILLER              PIC X(9)  VALUE 'LONG-DESC'.
TM286      05  FILLER              PIC X(62) VALUE SPACES.
TM286  01  WK-PARETO-LINE.
TM286      05  WPT-CO                   PIC X(2).
TM286      05  WPT-DELIM-1              PIC X(1)  VALUE ';'.
TM286      05  WPT-OVERRIDE             PIC X(2).
TM286      05  WPT-DELIM-2              PIC X(1)  VALUE ';'.
TM286      05  WPT-BLOCK                PIC X(4).
TM286      05  WPT-DELIM-3              PIC X(1)  VALUE ';'.
TM286      05  WPT-CODE                 PIC X(3).
TM286      05  WPT-DELIM-4              PIC X(1)  VALUE ';'.
TM286      05  WPT-COUNT                PIC 9(6).
TM286      05  WPT-DELIM-5              PIC X(1)  VALUE ';'.
TM286      05  WPT-RANK                 PIC 9(3).
TM286      05  WPT-DELIM-6              PIC X(1)  VALUE ';'.
TM286      05  WPT-SHORT-DESC           PIC X(20).
TM286      05  WPT-DELIM-7              PIC X(1)  VALUE ';'.
TM286      05  WPT-OWNING-AREA          PIC X(10).
TM286      05  WPT-DELIM-8              PIC X(1)  VALUE ';'.
TM286      05  WPT-FIX-FLAG             PIC X(1).
TM286      05  WPT-DELIM-9              PIC X(1)  VALUE ';'.
TM286      05  WPT-LONG-DESC            PIC X(60).
TM286
TM287 ***************************************************************
TM287 *  LAN2TP OUT-OF-BALANCE REPORT (WRITE30) -- ONE LINE PER       *
TM287 *  GROUP THAT IS MISSING, SHORT, MISMATCHED OR NOT ON THE       *
TM287 *  MANIFEST, THEN TWO CONTROL-TOTAL LINES PER COMPANY.  CUT BY  *
TM287 *  1870-TRANSMISSION-BALANCE ON THE OWNING RUN SO A RESEND CAN  *
TM287 *  BE ASKED FOR THE SAME MORNING.                               *
TM287 ***************************************************************
TM287  01  WK-BALANCE-HEADING.
TM287      05  FILLER              PIC X(2)  VALUE 'CO'.
TM287      05  FILLER              PIC X(1)  VALUE ';'.
TM287      05  FILLER              PIC X(12) VALUE 'WA-DELL-GUID'.
TM287      05  FILLER              PIC X(1)  VALUE ';'.
TM287      05  FILLER              PIC X(6)  VALUE 'STATUS'.
TM287      05  FILLER              PIC X(1)  VALUE ';'.
TM287      05  FILLER              PIC X(8)  VALUE 'MANIFEST'.
TM287      05  FILLER              PIC X(1)  VALUE ';'.
TM287      05  FILLER              PIC X(8)  VALUE 'WA-TOTAL'.
TM287      05  FILLER              PIC X(1)  VALUE ';'.
TM287      05  FILLER              PIC X(7)  VALUE 'ON-FILE'.
TM287      05  FILLER              PIC X(1)  VALUE ';'.
TM287      05  FILLER              PIC X(4)  VALUE 'HELD'.
TM287      05  FILLER              PIC X(67) VALUE SPACES.
TM287  01  WK-BALANCE-LINE.
TM287      05  WBL-CO                   PIC X(2).
TM287      05  WBL-DELIM-1              PIC X(1)  VALUE ';'.
TM287      05  WBL-DELL-GUID            PIC X(36).
TM287      05  WBL-DELIM-2              PIC X(1)  VALUE ';'.
TM287      05  WBL-STATUS               PIC X(10).
TM287      05  WBL-DELIM-3              PIC X(1)  VALUE ';'.
TM287      05  WBL-MANIFEST             PIC 9(9).
TM287      05  WBL-DELIM-4              PIC X(1)  VALUE ';'.
TM287      05  WBL-WA-TOTAL             PIC 9(9).
TM287      05  WBL-DELIM-5              PIC X(1)  VALUE ';'.
TM287      05  WBL-ON-FILE              PIC 9(9).
TM287      05  WBL-DELIM-6              PIC X(1)  VALUE ';'.
TM287      05  WBL-HELD                 PIC X(1).
TM287      05  FILLER                   PIC X(38) VALUE SPACES.
TM287
TM288 ***************************************************************
TM288 *  SANCTIONS SCREENING-HITS REPORT (WRITE31) -- ONE LINE PER    *
TM288 *  PARTY THAT SCORED AT OR ABOVE THE PARM 19 THRESHOLD.  THE    *
TM288 *  SSN IS SHOWN LAST FOUR ONLY; THE FULL NUMBER IS ON THE WA    *
TM288 *  SEGMENT NAMED BY THE DELL-GUID.                              *
TM288 ***************************************************************
TM288  01  WK-OFAC-HEADING.
TM288      05  FILLER              PIC X(2)  VALUE 'CO'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(12) VALUE 'WA-DELL-GUID'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(5)  VALUE 'PARTY'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(4)  VALUE 'NAME'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(3)  VALUE 'SSN'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(3)  VALUE 'DOB'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(10) VALUE 'LIST-ENTRY'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(4)  VALUE 'LIST'.
TM288      05  FILLER              PIC X(1)  VALUE ';'.
TM288      05  FILLER              PIC X(5)  VALUE 'SCORE'.
TM288      05  FILLER              PIC X(64) VALUE SPACES.
TM288  01  WK-OFAC-LINE.
TM288      05  WOF-CO                   PIC X(2).
TM288      05  WOF-DELIM-1              PIC X(1)  VALUE ';'.
TM288      05  WOF-DELL-GUID            PIC X(36).
TM288      05  WOF-DELIM-2              PIC X(1)  VALUE ';'.
TM288      05  WOF-PARTY                PIC X(4).
TM288      05  WOF-DELIM-3              PIC X(1)  VALUE ';'.
TM288      05  WOF-NAME                 PIC X(30).
TM288      05  WOF-DELIM-4              PIC X(1)  VALUE ';'.
TM288      05  WOF-SSN.
TM288          10  WOF-SSN-MASK         PIC X(5).
TM288          10  WOF-SSN-LAST4        PIC X(4).
TM288      05  WOF-DELIM-5              PIC X(1)  VALUE ';'.
TM288      05  WOF-DOB                  PIC X(8).
TM288      05  WOF-DELIM-6              PIC X(1)  VALUE ';'.
TM288      05  WOF-ENTRY-ID             PIC X(10).
TM288      05  WOF-DELIM-7              PIC X(1)  VALUE ';'.
TM288      05  WOF-LIST-CODE            PIC X(4).
TM288      05  WOF-DELIM-8              PIC X(1)  VALUE ';'.
TM288      05  WOF-SCORE                PIC 9(3).
TM288      05  FILLER                   PIC X(6)  VALUE SPACES.
TM288
TM289 ***************************************************************
TM289 *  REINSURANCE CESSION RECORD (WRITE32) -- FIXED COLUMNS, NO    *
TM289 *  HEADING AND NO DELIMITERS, SO THE REINSURANCE ADMIN SYSTEM   *
TM289 *  LOADS THE FILE DIRECTLY.  ONE RECORD PER POLICY ISSUED THIS  *
TM289 *  CYCLE OVER RETENTION, CUT BY 6300-REINS-CESSION-EXTRACT.     *
TM289 *  WCE-BIND-TYPE IS 'A' AUTOMATIC OR 'F' FACULTATIVE.           *
TM289 ***************************************************************
TM289  01  WK-CESSION-REC.
TM289      05  WCE-CO                   PIC X(2).
TM289      05  WCE-POLICY               PIC X(8).
TM289      05  WCE-PLAN                 PIC X(5).
TM289      05  WCE-PLANOPT              PIC X(3).
TM289      05  WCE-FACE-AMOUNT          PIC 9(9).
TM289      05  WCE-RETAINED-AMT         PIC 9(9).
TM289      05  WCE-CEDED-AMT            PIC 9(9).
TM289      05  WCE-INSURED-SSN          PIC X(9).
TM289      05  WCE-INSURED-DOB          PIC X(8).
TM289      05  WCE-ISSUE-AGE            PIC 9(3).
TM289      05  WCE-CONTRACT-STATE       PIC X(2).
TM289      05  WCE-REINSURER            PIC X(10).
TM289      05  WCE-TREATY               PIC X(10).
TM289      05  WCE-BIND-TYPE            PIC X(1).
TM289      05  WCE-ISSUE-DATE           PIC X(8).
TM289      05  FILLER                   PIC X(24) VALUE SPACES.
TM289
TM290 ***************************************************************
TM290 *  MIB INQUIRY RECORD (WRITE33) -- FIXED COLUMNS, NO HEADING    *
TM290 *  AND NO DELIMITERS, IN THE LAYOUT THE MIB UPLOAD TAKES.  ONE  *
TM290 *  RECORD PER NEW APPLICANT, CUT BY 6400-MIB-INQUIRY.           *
TM290 ***************************************************************
TM290  01  WK-MIB-INQ-REC.
TM290      05  WMI-CO                   PIC X(2).
TM290      05  WMI-POLICY               PIC X(8).
TM290      05  WMI-NAME                 PIC X(30).
TM290      05  WMI-SSN                  PIC X(9).
TM290      05  WMI-DOB                  PIC X(8).
TM290      05  WMI-CONTRACT-STATE       PIC X(2).
TM290      05  WMI-INQ-DATE             PIC X(8).
TM290      05  WMI-DELL-GUID            PIC X(36).
TM290      05  FILLER                   PIC X(17) VALUE SPACES.
TM290
TM291 ***************************************************************
TM291 *  PRE-ASSIGNED NUMBER INVENTORY WORK AREA                      *
TM291 ***************************************************************
TM291  01  WK-PN-WORK.
TM291      05  WK-PN-REASON             PIC X(40)  VALUE SPACES.
TM291      05  WK-PN-CUTOFF-DATE        PIC X(8)   VALUE SPACES.
TM291      05  WK-PN-LAST-CO            PIC X(2)   VALUE SPACES.
TM291      05  WK-PN-LAST-BLOCK         PIC X(10)  VALUE SPACES.
TM291      05  WK-PN-LAST-HOLDER-TYPE   PIC X(1)   VALUE SPACES.
TM291      05  WK-PN-LAST-HOLDER-ID     PIC X(10)  VALUE SPACES.
TM291      05  WK-PN-LAST-ISSUED        PIC X(8)   VALUE SPACES.
TM291 ***************************************************************
TM291 *  PRE-ASSIGNED NUMBER INVENTORY REPORT (WRITE34) -- ONE LINE   *
TM291 *  PER BLOCK HOLDER'S BLOCK, CUT MONTHLY BY 1920-PN-INVENTORY-  *
TM291 *  REPORT.  AVAILABLE COUNTS EVERY UNUSED NUMBER; STALE IS      *
TM291 *  THE PART OF AVAILABLE WHOSE BLOCK IS OLDER THAN THE PARM     *
TM291 *  20 AGE.                                                      *
TM291 ***************************************************************
TM291  01  WK-PNINV-HEADING.
TM291      05  FILLER              PIC X(2)  VALUE 'CO'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(8)  VALUE 'BLOCK-ID'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(11) VALUE 'HOLDER-TYPE'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(9)  VALUE 'HOLDER-ID'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(11) VALUE 'ISSUED-DATE'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(9)  VALUE 'AVAILABLE'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(4)  VALUE 'USED'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(6)  VALUE 'VOIDED'.
TM291      05  FILLER              PIC X(1)  VALUE ';'.
TM291      05  FILLER              PIC X(5)  VALUE 'STALE'.
TM291      05  FILLER              PIC X(47) VALUE SPACES.
TM291  01  WK-PNINV-LINE.
TM291      05  WPN-CO                   PIC X(2).
TM291      05  WPN-DELIM-1              PIC X(1)  VALUE ';'.
TM291      05  WPN-BLOCK-ID             PIC X(10).
TM291      05  WPN-DELIM-2              PIC X(1)  VALUE ';'.
TM291      05  WPN-HOLDER-TYPE          PIC X(10).
TM291      05  WPN-DELIM-3              PIC X(1)  VALUE ';'.
TM291      05  WPN-HOLDER-ID            PIC X(10).
TM291      05  WPN-DELIM-4              PIC X(1)  VALUE ';'.
TM291      05  WPN-ISSUED-DATE          PIC X(8).
TM291      05  WPN-DELIM-5              PIC X(1)  VALUE ';'.
TM291      05  WPN-AVAILABLE            PIC 9(7).
TM291      05  WPN-DELIM-6              PIC X(1)  VALUE ';'.
TM291      05  WPN-USED                 PIC 9(7).
TM291      05  WPN-DELIM-7              PIC X(1)  VALUE ';'.
TM291      05  WPN-VOIDED               PIC 9(7).
TM291      05  WPN-DELIM-8              PIC X(1)  VALUE ';'.
TM291      05  WPN-STALE                PIC 9(7).
TM291      05  FILLER                   PIC X(44) VALUE SPACES.
TM291
TM292 ***************************************************************
TM292 *  CHANGE LEDGER WORK AREA -- ONE SLOT PER AP, CV, NB OR PM     *
TM292 *  FIELD THE AUTOMATIC UPDATE PATH CAN REPLACE.  SLOTS 1-13     *
TM292 *  ARE FIXED FIELDS, SLOTS 14-21 THE NB RIDER SEGMENTS IN KEY   *
TM292 *  SEQUENCE.  6500-CL-SNAPSHOT FILLS THE BEFORE VALUES FROM     *
TM292 *  4600-CHECK-NEW-BUSINESS AND THE AFTER VALUES FROM            *
TM292 *  6550-CHANGE-LEDGER ONCE THE GROUP HAS BEEN REBUILT.          *
TM292 ***************************************************************
TM292  01  WK-CL-WORK.
TM292      05  WK-CL-PENDING-SW         PIC X(1)   VALUE 'N'.
TM292      05  WK-CL-MODE               PIC X(1)   VALUE SPACES.
TM292      05  WK-CL-DELL-GUID          PIC X(36)  VALUE SPACES.
TM292      05  WK-CL-POLICY             PIC X(8)   VALUE SPACES.
TM292      05  WK-CL-SSN                PIC X(9)   VALUE SPACES.
TM292      05  WK-CL-SOURCE.
TM292          10  WK-CL-SRC-TRANS-TYPE  PIC X(2).
TM292          10  WK-CL-SRC-POLCRECTYPE PIC X(1).
TM292          10  WK-CL-SRC-CHG-IND     PIC X(1).
TM292          10  WK-CL-SRC-OVERRIDE-IND PIC X(2).
TM292      05  WK-CL-NB-PLAN            PIC X(5)   VALUE SPACES.
TM292      05  WK-CL-NB-DOB             PIC X(8)   VALUE SPACES.
TM292      05  WK-CL-FILE-IN            PIC X(2)   VALUE SPACES.
TM292      05  WK-CL-FIELD-IN           PIC X(20)  VALUE SPACES.
TM292      05  WK-CL-VALUE              PIC X(30)  VALUE SPACES.
TM292      05  WK-CL-SEG-NAME.
TM292          10  FILLER               PIC X(14)  VALUE
TM292                                   'RIDER-SEGMENT '.
TM292          10  WK-CL-SEG-NO         PIC 9(2)   VALUE ZEROS.
TM292          10  FILLER               PIC X(4)   VALUE SPACES.
TM292      05  WK-CL-SEG-VALUE.
TM292          10  FILLER               PIC X(6)   VALUE 'RIDER '.
TM292          10  WK-CL-SEG-RIDER      PIC X(2)   VALUE SPACES.
TM292          10  FILLER               PIC X(6)   VALUE ' PLAN '.
TM292          10  WK-CL-SEG-PLAN       PIC X(5)   VALUE SPACES.
TM292          10  FILLER               PIC X(11)  VALUE SPACES.
TM292      05  WK-CL-IX                 PIC S9(4)  VALUE +0.
TM292      05  WK-CL-MAX                PIC S9(4)  VALUE +21.
TM292      05  WK-CL-FIXED-MAX          PIC S9(4)  VALUE +13.
TM292      05  WK-CL-ITEMS.
TM292          10  WK-CL-ITEM OCCURS 21 TIMES.
TM292              15  WK-CL-FILE       PIC X(2).
TM292              15  WK-CL-FIELD      PIC X(20).
TM292              15  WK-CL-BEFORE     PIC X(30).
TM292              15  WK-CL-AFTER      PIC X(30).
TM292 *    THE SNAPSHOT READS INTO THE PROGRAM'S OWN AP, CV AND NB
TM292 *    RECORD AREAS, SO THEY ARE SAVED AND PUT BACK AROUND IT.
TM292      05  WK-CL-SAVE-AP            PIC X(2500).
TM292      05  WK-CL-SAVE-CV            PIC X(2500).
TM292      05  WK-CL-SAVE-LM            PIC X(8500).
TM292      05  WK-CL-SAVE-AP-KEY        PIC X(20).
TM292 ***************************************************************
TM292 *  DAILY CHANGE REGISTER (WRITE35) -- ONE LINE PER VSAM-CL ROW  *
TM292 *  DATED WITH THE CYCLE DATE, CUT AT END OF JOB BY              *
TM292 *  1265-CHANGE-REGISTER SO A DISPUTED PLAN OR CLASS CHANGE CAN  *
TM292 *  BE SHOWN FIELD BY FIELD.                                     *
TM292 ***************************************************************
TM292  01  WK-CHGREG-HEADING.
TM292      05  FILLER              PIC X(6)  VALUE 'POLICY'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(12) VALUE 'WA-DELL-GUID'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(4)  VALUE 'FILE'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(5)  VALUE 'FIELD'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(6)  VALUE 'BEFORE'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(5)  VALUE 'AFTER'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(6)  VALUE 'SOURCE'.
TM292      05  FILLER              PIC X(1)  VALUE ';'.
TM292      05  FILLER              PIC X(4)  VALUE 'TIME'.
TM292      05  FILLER              PIC X(105) VALUE SPACES.
TM292  01  WK-CHGREG-LINE.
TM292      05  WCL-POLICY               PIC X(8).
TM292      05  WCL-DELIM-1              PIC X(1)  VALUE ';'.
TM292      05  WCL-DELL-GUID            PIC X(36).
TM292      05  WCL-DELIM-2              PIC X(1)  VALUE ';'.
TM292      05  WCL-FILE                 PIC X(2).
TM292      05  WCL-DELIM-3              PIC X(1)  VALUE ';'.
TM292      05  WCL-FIELD                PIC X(20).
TM292      05  WCL-DELIM-4              PIC X(1)  VALUE ';'.
TM292      05  WCL-BEFORE               PIC X(30).
TM292      05  WCL-DELIM-5              PIC X(1)  VALUE ';'.
TM292      05  WCL-AFTER                PIC X(30).
TM292      05  WCL-DELIM-6              PIC X(1)  VALUE ';'.
TM292      05  WCL-SOURCE               PIC X(6).
TM292      05  WCL-DELIM-7              PIC X(1)  VALUE ';'.
TM292      05  WCL-TIME                 PIC X(8).
TM292      05  FILLER                   PIC X(13) VALUE SPACES.
TM292
TM293 ***************************************************************
TM293 *  TASK ROUTING WORK AREA.  THE GROUP'S BLOCK OF BUSINESS,    *
TM293 *  CONTRACT STATE AND FACE AMOUNT ARE TAKEN OFF ITS APAP 02   *
TM293 *  RECORD ONCE PER DELL-GUID AND KEPT FOR EVERY TASK THE      *
TM293 *  GROUP RAISES.  WK-TR-WA-SAVE KEEPS THE CALLER'S WA         *
TM293 *  RECORD AREA ACROSS THE READ.  WK-TR-CALLER-RTN KEEPS THE   *
TM293 *  CALLER'S RTN-CODE ACROSS THE WHOLE ROUTING PASS.           *
TM293 ***************************************************************
TM293  01  WK-TR-WORK.
TM293      05  WK-TR-GUID               PIC X(36)  VALUE HIGH-VALUES.
TM293      05  WK-TR-BLOCK              PIC X(4)   VALUE SPACES.
TM293      05  WK-TR-STATE              PIC X(2)   VALUE SPACES.
TM293      05  WK-TR-FACE               PIC 9(9)   VALUE ZEROS.
TM293      05  WK-TR-LEVEL              PIC 9(1)   VALUE ZEROS.
TM293      05  WK-TR-SRCH-BLOCK         PIC X(4)   VALUE SPACES.
TM293      05  WK-TR-SRCH-STATE         PIC X(2)   VALUE SPACES.
TM293      05  WK-TR-FOUND-SW           PIC X(1)   VALUE 'N'.
TM293      05  WK-TR-QUEUE-TYPE         PIC X(1)   VALUE SPACES.
TM293      05  WK-TR-QUEUE-ID           PIC X(4)   VALUE SPACES.
TM293      05  WK-TR-OPID               PIC X(4)   VALUE SPACES.
TM293      05  WK-TR-BEST-SW            PIC X(1)   VALUE 'N'.
TM293      05  WK-TR-BEST-OPID          PIC X(4)   VALUE SPACES.
TM293      05  WK-TR-BEST-OPEN          PIC 9(5)   VALUE ZEROS.
TM293      05  WK-TR-SAVE-RTN           PIC S9(4)  VALUE +0.
TM293      05  WK-TR-CALLER-RTN         PIC S9(4)  VALUE +0.
TM293      05  WK-TR-WA-SAVE            PIC X(1748).
TM293 ***************************************************************
TM293 *  ROUTING SUMMARY TABLE -- ONE ENTRY PER QUEUE AND           *
TM293 *  OPERATOR TASKS WERE ASSIGNED TO IN THIS COMPANY PASS.      *
TM293 *  QUEUE TYPE 'U' COUNTS THE TASKS NO VSAM-TR ROW MATCHED.    *
TM293 ***************************************************************
TM293  01  WK-TQ-AREA.
TM293      05  WK-TQ-ENTRY OCCURS 200 TIMES.
TM293          10  WK-TQ-TYPE               PIC X(1).
TM293          10  WK-TQ-QUEUE              PIC X(4).
TM293          10  WK-TQ-OPID               PIC X(4).
TM293          10  WK-TQ-COUNT              PIC S9(7) COMP VALUE +0.
TM293 ***************************************************************
TM293 *  DAILY ROUTING SUMMARY (WRITE36) -- ONE LINE PER            *
TM293 *  WK-TQ-ENTRY, CUT BY 1271-ROUTING-SUMMARY AT THE END OF     *
TM293 *  EACH COMPANY PASS.                                         *
TM293 ***************************************************************
TM293  01  WK-TRSUM-HEADING.
TM293      05  FILLER              PIC X(2)  VALUE 'CO'.
TM293      05  FILLER              PIC X(1)  VALUE ';'.
TM293      05  FILLER              PIC X(8)  VALUE 'RUN-DATE'.
TM293      05  FILLER              PIC X(1)  VALUE ';'.
TM293      05  FILLER              PIC X(4)  VALUE 'TYPE'.
TM293      05  FILLER              PIC X(1)  VALUE ';'.
TM293      05  FILLER              PIC X(5)  VALUE 'QUEUE'.
TM293      05  FILLER              PIC X(1)  VALUE ';'.
TM293      05  FILLER              PIC X(8)  VALUE 'OPERATOR'.
TM293      05  FILLER              PIC X(1)  VALUE ';'.
TM293      05  FILLER              PIC X(5)  VALUE 'TASKS'.
TM293      05  FILLER              PIC X(43) VALUE SPACES.
TM293  01  WK-TRSUM-LINE.
TM293      05  WTS-CO                   PIC X(2).
TM293      05  WTS-DELIM-1              PIC X(1)  VALUE ';'.
TM293      05  WTS-RUN-DATE             PIC X(8).
TM293      05  WTS-DELIM-2              PIC X(1)  VALUE ';'.
TM293      05  WTS-TYPE                 PIC X(1).
TM293      05  WTS-DELIM-3              PIC X(1)  VALUE ';'.
TM293      05  WTS-QUEUE                PIC X(4).
TM293      05  WTS-DELIM-4              PIC X(1)  VALUE ';'.
TM293      05  WTS-OPID                 PIC X(4).
TM293      05  WTS-DELIM-5              PIC X(1)  VALUE ';'.
TM293      05  WTS-TASKS                PIC 9(7).
TM293      05  FILLER                   PIC X(49) VALUE SPACES.
TM293
TM294 ***************************************************************
TM294 *  INITIAL-PREMIUM REFUND WORK AREA.  3600-BRIDGE-POLICY AND  *
TM294 *  5600-VOLUNTARY-CANCEL LEAVE THE REASON, POLICY AND         *
TM294 *  DELL-GUID PENDING HERE; THE MAINLINE HANDS THEM TO         *
TM294 *  5800-REFUND-EXTRACT ONCE THE GROUP HAS SETTLED.            *
TM294 *  WK-RF-GROUP-SW 'Y' MEANS THE GROUP'S WA RECORDS ARE IN     *
TM294 *  WTR-WA-KEY SO PAYEE, PREMIUM AND BANKING CAN BE TAKEN      *
TM294 *  OFF THEM.  THE AP READ GOES INTO THE PROGRAM'S OWN AP      *
TM294 *  AREA, SO IT IS SAVED AND PUT BACK AROUND IT; THE GROUP     *
TM294 *  READS LIKEWISE SAVE THE CALLER'S WA RECORD AREA.           *
TM294 ***************************************************************
TM294  01  WK-REFUND-WORK.
TM294      05  WK-RF-PEND-GUID          PIC X(36)  VALUE HIGH-VALUES.
TM294      05  WK-RF-PEND-POLICY        PIC X(8)   VALUE SPACES.
TM294      05  WK-RF-PEND-REASON        PIC X(2)   VALUE SPACES.
TM294      05  WK-RF-GROUP-SW           PIC X(1)   VALUE 'N'.
TM294      05  WK-RF-GUID               PIC X(36)  VALUE SPACES.
TM294      05  WK-RF-POLICY             PIC X(8)   VALUE SPACES.
TM294      05  WK-RF-REASON             PIC X(2)   VALUE SPACES.
TM294      05  WK-RF-HELD-SW            PIC X(1)   VALUE 'N'.
TM294      05  WK-RF-AP-SSN             PIC X(9)   VALUE SPACES.
TM294      05  WK-RF-APPL-NAME          PIC X(30)  VALUE SPACES.
TM294      05  WK-RF-APPL-SSN           PIC X(9)   VALUE SPACES.
TM294      05  WK-RF-OWNER-NAME         PIC X(30)  VALUE SPACES.
TM294      05  WK-RF-OWNER-SSN          PIC X(9)   VALUE SPACES.
TM294      05  WK-RF-PAYEE-TYPE         PIC X(1)   VALUE SPACES.
TM294      05  WK-RF-PAYEE-NAME         PIC X(30)  VALUE SPACES.
TM294      05  WK-RF-PAYEE-SSN          PIC X(9)   VALUE SPACES.
TM294      05  WK-RF-AMOUNT             PIC 9(7)V99 VALUE ZEROS.
TM294      05  WK-RF-ACCT-TYPE          PIC X(1)   VALUE SPACES.
TM294      05  WK-RF-TRANSIT-NO         PIC X(9)   VALUE SPACES.
TM294      05  WK-RF-ACCT-NO            PIC X(17)  VALUE SPACES.
TM294      05  WK-RF-ROLL-DAYS          PIC S9(5)  VALUE +0.
TM294      05  WK-RF-CUTOFF-DATE        PIC X(8)   VALUE SPACES.
TM294      05  WK-RF-CUT-15             PIC X(8)   VALUE SPACES.
TM294      05  WK-RF-CUT-30             PIC X(8)   VALUE SPACES.
TM294      05  WK-RF-CUT-60             PIC X(8)   VALUE SPACES.
TM294      05  WK-RF-SAVE-AP            PIC X(2500).
TM294      05  WK-RF-SAVE-AP-KEY        PIC X(20).
TM294      05  WK-RF-SAVE-SUB1          PIC S9(4)  VALUE +0.
TM294      05  WK-RF-SAVE-SUB2          PIC S9(4)  VALUE +0.
TM294      05  WK-RF-SAVE-RTN           PIC S9(4)  VALUE +0.
TM294      05  WK-RF-WA-SAVE            PIC X(1748).
TM294 ***************************************************************
TM294 *  AP DISBURSEMENT CONFIRMATION (READ10) -- ONE PER REFUND    *
TM294 *  PAID, MATCHED BACK TO VSAM-RF BY COMPANY AND POLICY.       *
TM294 *  METHOD 'C' CHECK, 'E' EFT.                                 *
TM294 ***************************************************************
TM294  01  RFC-RECORD.
TM294      05  RFC-CO                      PIC X(2).
TM294      05  RFC-POLICY                  PIC X(8).
TM294      05  RFC-DISB-DATE               PIC X(8).
TM294      05  RFC-DISB-METHOD             PIC X(1).
TM294          88  RFC-BY-CHECK                        VALUE 'C'.
TM294          88  RFC-BY-EFT                          VALUE 'E'.
TM294      05  RFC-DISB-REF                PIC X(15).
TM294      05  RFC-DISB-AMOUNT             PIC 9(7)V99.
TM294      05  FILLER                      PIC X(37).
TM294  01  RFC-EOF                         PIC X      VALUE SPACES.
TM294 ***************************************************************
TM294 *  REFUND DISBURSEMENT EXTRACT (WRITE37) -- ONE LINE PER      *
TM294 *  REFUND ADDED TO VSAM-RF, FOR ACCOUNTS PAYABLE.             *
TM294 ***************************************************************
TM294  01  WK-REFUND-HEADING.
TM294      05  FILLER              PIC X(2)  VALUE 'CO'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(8)  VALUE 'POLICY'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(6)  VALUE 'REASON'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(11) VALUE 'CLOSED-DATE'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(10) VALUE 'PAYEE-TYPE'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(10) VALUE 'PAYEE-NAME'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(9)  VALUE 'PAYEE-SSN'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(6)  VALUE 'AMOUNT'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(9)  VALUE 'ACCT-TYPE'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(7)  VALUE 'TRANSIT'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(7)  VALUE 'ACCOUNT'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(12) VALUE 'WA-DELL-GUID'.
TM294      05  FILLER              PIC X(142) VALUE SPACES.
TM294  01  WK-REFUND-LINE.
TM294      05  WRF-CO                   PIC X(2).
TM294      05  WRF-DELIM-1              PIC X(1)  VALUE ';'.
TM294      05  WRF-POLICY               PIC X(8).
TM294      05  WRF-DELIM-2              PIC X(1)  VALUE ';'.
TM294      05  WRF-REASON               PIC X(2).
TM294      05  WRF-DELIM-3              PIC X(1)  VALUE ';'.
TM294      05  WRF-CLOSED-DATE          PIC X(8).
TM294      05  WRF-DELIM-4              PIC X(1)  VALUE ';'.
TM294      05  WRF-PAYEE-TYPE           PIC X(1).
TM294      05  WRF-DELIM-5              PIC X(1)  VALUE ';'.
TM294      05  WRF-PAYEE-NAME           PIC X(30).
TM294      05  WRF-DELIM-6              PIC X(1)  VALUE ';'.
TM294      05  WRF-PAYEE-SSN            PIC X(9).
TM294      05  WRF-DELIM-7              PIC X(1)  VALUE ';'.
TM294      05  WRF-AMOUNT               PIC 9(7).99.
TM294      05  WRF-DELIM-8              PIC X(1)  VALUE ';'.
TM294      05  WRF-ACCT-TYPE            PIC X(1).
TM294      05  WRF-DELIM-9              PIC X(1)  VALUE ';'.
TM294      05  WRF-TRANSIT-NO           PIC X(9).
TM294      05  WRF-DELIM-10             PIC X(1)  VALUE ';'.
TM294      05  WRF-ACCT-NO              PIC X(17).
TM294      05  WRF-DELIM-11             PIC X(1)  VALUE ';'.
TM294      05  WRF-DELL-GUID            PIC X(36).
TM294      05  FILLER                   PIC X(106) VALUE SPACES.
TM294 ***************************************************************
TM294 *  REFUND AGING REPORT (WRITE38) -- ONE LINE PER VSAM-RF ROW  *
TM294 *  STILL OWED, AGED FROM THE DATE THE APPLICATION CLOSED.     *
TM294 ***************************************************************
TM294  01  WK-RFAGE-HEADING.
TM294      05  FILLER              PIC X(2)  VALUE 'CO'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(8)  VALUE 'POLICY'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(6)  VALUE 'REASON'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(11) VALUE 'CLOSED-DATE'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(6)  VALUE 'AMOUNT'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(10) VALUE 'PAYEE-NAME'.
TM294      05  FILLER              PIC X(1)  VALUE ';'.
TM294      05  FILLER              PIC X(4)  VALUE 'DAYS'.
TM294      05  FILLER              PIC X(27) VALUE SPACES.
TM294  01  WK-RFAGE-LINE.
TM294      05  WRA-CO                   PIC X(2).
TM294      05  WRA-DELIM-1              PIC X(1)  VALUE ';'.
TM294      05  WRA-POLICY               PIC X(8).
TM294      05  WRA-DELIM-2              PIC X(1)  VALUE ';'.
TM294      05  WRA-REASON               PIC X(2).
TM294      05  WRA-DELIM-3              PIC X(1)  VALUE ';'.
TM294      05  WRA-CLOSED-DATE          PIC X(8).
TM294      05  WRA-DELIM-4              PIC X(1)  VALUE ';'.
TM294      05  WRA-AMOUNT               PIC 9(7).99.
TM294      05  WRA-DELIM-5              PIC X(1)  VALUE ';'.
TM294      05  WRA-PAYEE-NAME           PIC X(30).
TM294      05  WRA-DELIM-6              PIC X(1)  VALUE ';'.
TM294      05  WRA-AGE                  PIC X(5).
TM294      05  FILLER                   PIC X(9)  VALUE SPACES.
TM294
TM295 ***************************************************************
TM295 *  POLICY DELIVERY WORK AREA.  5900-DELIVERY-SEED TAKES THE   *
TM295 *  CONTRACT STATE, AGENT AND PLAN OFF THE GROUP'S APAP 02     *
TM295 *  RECORD AND THE FREE-LOOK RULES OFF VSAM-FL; A STATE WITH   *
TM295 *  NO ROW AND NO '**' DEFAULT GETS WK-DT-DEFAULT-DAYS AND NO  *
TM295 *  SIGNED-RECEIPT OR AMENDMENT RULE.                          *
TM295 ***************************************************************
TM295  01  WK-DELIVERY-WORK.
TM295      05  WK-DT-DEFAULT-DAYS       PIC 9(3)   VALUE 10.
TM295      05  WK-DT-SRCH-STATE         PIC X(2)   VALUE SPACES.
TM295      05  WK-DT-FOUND-SW           PIC X(1)   VALUE 'N'.
TM295          88  WK-DT-FOUND                     VALUE 'Y'.
TM295      05  WK-DT-NT-SW              PIC X(1)   VALUE 'N'.
TM295      05  WK-DT-HOLD-CO            PIC X(2)   VALUE SPACES.
TM295      05  WK-DT-REF-DATE           PIC X(8)   VALUE SPACES.
TM295      05  WK-DT-CUTOFF-DATE        PIC X(8)   VALUE SPACES.
TM295      05  WK-DT-COUNT-ED           PIC ZZ9.
TM295 ***************************************************************
TM295 *  DELIVERY RECEIPT (READ11) -- ONE PER ACKNOWLEDGMENT OR     *
TM295 *  SCANNED DOCUMENT, MATCHED TO VSAM-DT BY COMPANY AND        *
TM295 *  POLICY.  TYPE 'E' E-DELIVERY ACKNOWLEDGMENT, 'S' SIGNED    *
TM295 *  DELIVERY RECEIPT, 'A' SIGNED AMENDMENT, 'R' CONTRACT       *
TM295 *  RETURNED FOR CANCELLATION / SURRENDER.                     *
TM295 ***************************************************************
TM295  01  DRC-RECORD.
TM295      05  DRC-CO                      PIC X(2).
TM295      05  DRC-POLICY                  PIC X(8).
TM295      05  DRC-DATE                    PIC X(8).
TM295      05  DRC-TYPE                    PIC X(1).
TM295          88  DRC-EDELIVERY-ACK                   VALUE 'E'.
TM295          88  DRC-SIGNED-RECEIPT                  VALUE 'S'.
TM295          88  DRC-AMENDMENT                       VALUE 'A'.
TM295          88  DRC-RETURNED                        VALUE 'R'.
TM295      05  DRC-SOURCE                  PIC X(10).
TM295      05  FILLER                      PIC X(51).
TM295  01  DRC-EOF                         PIC X      VALUE SPACES.
TM295 ***************************************************************
TM295 *  FREE-LOOK NOT-TAKEN REPORT (WRITE39) -- ONE LINE PER       *
TM295 *  POLICY RETURNED WITHIN ITS FREE-LOOK WINDOW, FOR THE       *
TM295 *  NOT-TAKEN STATISTICS.                                      *
TM295 ***************************************************************
TM295  01  WK-NOTTAKEN-HEADING.
TM295      05  FILLER              PIC X(2)  VALUE 'CO'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(8)  VALUE 'POLICY'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(2)  VALUE 'ST'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(8)  VALUE 'ISSUED'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(9)  VALUE 'DELIVERED'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(8)  VALUE 'FL-END'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(8)  VALUE 'RETURNED'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(10) VALUE 'SERV-AGENT'.
TM295      05  FILLER              PIC X(1)  VALUE ';'.
TM295      05  FILLER              PIC X(4)  VALUE 'REPL'.
TM295      05  FILLER              PIC X(13) VALUE SPACES.
TM295  01  WK-NOTTAKEN-LINE.
TM295      05  WNT-CO                   PIC X(2).
TM295      05  WNT-DELIM-1              PIC X(1)  VALUE ';'.
TM295      05  WNT-POLICY               PIC X(8).
TM295      05  WNT-DELIM-2              PIC X(1)  VALUE ';'.
TM295      05  WNT-STATE                PIC X(2).
TM295      05  WNT-DELIM-3              PIC X(1)  VALUE ';'.
TM295      05  WNT-ISSUE-DATE           PIC X(8).
TM295      05  WNT-DELIM-4              PIC X(1)  VALUE ';'.
TM295      05  WNT-DELIV-DATE           PIC X(9).
TM295      05  WNT-DELIM-5              PIC X(1)  VALUE ';'.
TM295      05  WNT-FREELOOK-END         PIC X(8).
TM295      05  WNT-DELIM-6              PIC X(1)  VALUE ';'.
TM295      05  WNT-SURR-DATE            PIC X(8).
TM295      05  WNT-DELIM-7              PIC X(1)  VALUE ';'.
TM295      05  WNT-SERV-AGENT           PIC X(10).
TM295      05  WNT-DELIM-8              PIC X(1)  VALUE ';'.
TM295      05  WNT-REPLACEMENT          PIC X(4).
TM295      05  FILLER                   PIC X(13) VALUE SPACES.
TM295
DL442  01  PROCESS-OPT.                                                 DELLRT16
DL442      05  PROCESS-OPT-TYPE                  PIC X(3).              DELLRT16
JJ711      05  PROCESS-RESET                     PIC X.
DL           EAPPID-NA            BY EAPPID-NA-WA
DL391        ISS-DATE-NA          BY ISS-DATE-NA-WA                     DELLRT11
TM262        SSN-NA               BY SSN-NA-WA
TM262        DOB-NA               BY DOB-NA-WA
TM290        MIB-INQ-STAT-NA      BY MIB-INQ-STAT-NA-WA
TM290        MIB-INQ-DATE-NA      BY MIB-INQ-DATE-NA-WA
TM290        MIB-RESP-DATE-NA     BY MIB-RESP-DATE-NA-WA
TM290        MIB-CODES-NA         BY MIB-CODES-NA-WA
TM290        MIB-CODE-NA          BY MIB-CODE-NA-WA
TM294        REFUND-AMT-NA        BY REFUND-AMT-NA-WA
TM294        REFUND-PAYEE-TYPE-NA BY REFUND-PAYEE-TYPE-NA-WA
TM294        REFUND-PAYEE-NAME-NA BY REFUND-PAYEE-NAME-NA-WA
TM294        REFUND-PAYEE-SSN-NA  BY REFUND-PAYEE-SSN-NA-WA
TM294        REFUND-ACCT-TYPE-NA  BY REFUND-ACCT-TYPE-NA-WA
TM294        REFUND-TRANSIT-NA    BY REFUND-TRANSIT-NA-WA
TM294        REFUND-ACCT-NO-NA    BY REFUND-ACCT-NO-NA-WA.
      *01  COVERAGE-RECORD-CV                    COPY 'NBSCS041'         0000685
      *        SUPPRESS REPLACING                                        0000686
        COPY  'NBSCS041' REPLACING                                      DELLOCCH
TM283      IF (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM283        AND PARM10-MINI-CYCLE-SW = 'N'
TM283          PERFORM 1850-ARCHIVE-RETENTION.
TM287 *    EVERY INSTANCE BALANCES THE ARRIVALS SO EACH ONE HOLDS THE
TM287 *    SAME SHORT GROUPS; ONLY THE OWNING RUN READS THE MANIFEST
TM287 *    AND CUTS THE OUT-OF-BALANCE REPORT (SEE 1870).
TM287      PERFORM 1870-TRANSMISSION-BALANCE.
TM288 *    EVERY INSTANCE SCREENS ITS OWN GROUPS, SO EVERY INSTANCE
TM288 *    LOADS ITS OWN COPY OF THE WATCH-LIST.
TM288      PERFORM 1900-LOAD-WATCH-LIST.
TM290 *    THE MIB RESPONSE FILE IS A SINGLE SHARED INPUT LIKE THE
TM290 *    REQUIREMENTS-RECEIVED FILE -- ONLY PARTITION 1 APPLIES IT,
TM290 *    SO A HIT NEVER CUTS TWO REVIEW TASKS.
TM290      IF PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1
TM290          PERFORM 1910-MIB-RESPONSES.
TM291 *    THE MONTHLY INVENTORY REPORT WALKS THE WHOLE VSAM-PN FILE --
TM291 *    ONLY PARTITION 1 CUTS IT ON A PARM 13 RUN.
TM291      IF PARM20-PN-REPORT-REQUESTED
TM291        AND (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM291          PERFORM 1920-PN-INVENTORY-REPORT.
TM294 *    THE DISBURSEMENT CONFIRMATION FILE IS A SINGLE SHARED INPUT
TM294 *    -- ONLY PARTITION 1 APPLIES IT.  THE AGING REPORT WALKS THE
TM294 *    WHOLE VSAM-RF FILE AND BELONGS TO THE NIGHTLY RUN ONLY, AFTER
TM294 *    THE CONFIRMATIONS SO A REFUND ALREADY PAID DROPS OFF IT.
TM294      IF PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1
TM294          PERFORM 1930-REFUND-CONFIRMATIONS.
TM294      IF (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM294        AND PARM10-MINI-CYCLE-SW = 'N'
TM294          PERFORM 1940-REFUND-AGING-REPORT.
TM295 *    THE DELIVERY-RECEIPT FILE IS A SINGLE SHARED INPUT -- ONLY
TM295 *    PARTITION 1 APPLIES IT.  THE FOLLOW-UP PASS WALKS THE WHOLE
TM295 *    VSAM-DT FILE AND BELONGS TO THE NIGHTLY RUN ONLY, AFTER THE
TM295 *    RECEIPTS SO A POLICY DELIVERED TODAY IS NOT CHASED.
TM295      IF PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1
TM295          PERFORM 1950-DELIVERY-RECEIPTS.
TM295      IF (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM295        AND PARM10-MINI-CYCLE-SW = 'N'
TM295          PERFORM 1960-DELIVERY-FOLLOWUP.
       1030-INITIAL-WA-READ.                                             0000802
CL131      MOVE +0   TO AI-RTN-CODE.                                     0000803
CL131      MOVE SPACES TO WA-APPLICATION-RECORD.                         0000804
TM268                        SAVE-NEXT-POLICY
TM268                        NB452-POLICY-NUMBER.
TM268      MOVE PYRL-EMPLOYERID-NA-WA TO SAVE-EMPLOYER-ID.
TM294 *    A WITHDRAWN APPLICATION OWES BACK ANY INITIAL PREMIUM HELD
TM294 *    -- EXTRACT IT BEFORE 7800 DELETES THE AP RECORD CARRYING
TM294 *    THE SUSPENSE FLAG.  NO GROUP IS IN HAND, SO THE REFUND
TM294 *    GOES OUT AS THE 1400 BATCH DECLINE DOES.
TM294      MOVE 'WD' TO WK-RF-PEND-REASON.
TM294      MOVE GU-POLICY TO WK-RF-PEND-POLICY.
TM294      MOVE GU-DELL-GUID TO WK-RF-PEND-GUID.
TM294      MOVE 'N' TO WK-RF-GROUP-SW.
TM294      PERFORM 5800-REFUND-EXTRACT.
TM268      MOVE 'N' TO ERROR-SWITCH.
TM268      PERFORM 7800-DEL-ALL-AP-RECORDS.
TM268      IF ERROR-SWITCH = 'Y'
TM269      CALL 'LSNNB080' USING LSNNB080-PASS-RECORD.
TM269      IF UWD-DECISION = 'R'
TM269          PERFORM 4800-UWD-TASK-RECORD.
TM294 *    A DECLINE APPLIED FROM THE BATCH FILE OWES BACK ANY INITIAL
TM294 *    PREMIUM HELD.  THE GROUP IS NOT IN HAND HERE, SO THE REFUND
TM294 *    GOES OUT WITHOUT PAYEE NAME, AMOUNT OR BANKING.
TM294      IF UWD-DECISION = 'D'
TM294          MOVE 'UD' TO WK-RF-PEND-REASON
TM294          MOVE WK-UW-POLICY TO WK-RF-PEND-POLICY
TM294          MOVE UWD-DELL-GUID TO WK-RF-PEND-GUID
TM294          MOVE 'N' TO WK-RF-GROUP-SW
TM294          PERFORM 5800-REFUND-EXTRACT.
TM269      MOVE WK-UW-POLICY TO WUA-POLICY.
TM269      MOVE 'APPLIED ' TO WUA-ACTION.
TM269      ADD +1 TO WK-UW-APPLIED.
TM283      GO TO 1852-ARCHIVE-SWEEP-LOOP.
TM283  1859-ARCHIVE-RETENTION-EXIT.
TM283      EXIT.
TM287 ***************************************************************
TM287 *  LAN2TP TRANSMISSION BALANCING.  RUN ONCE AT START OF JOB,   *
TM287 *  BEFORE THE FIRST GROUP IS TAKEN ON.  EVERY INSTANCE WALKS   *
TM287 *  THE WA GROUPS AND HOLDS ANY UNPROCESSED GROUP WITH FEWER    *
TM287 *  SEGMENTS ON FILE THAN ITS WA-TOTAL-RECS (SEE 9130).  THE    *
TM287 *  OWNING RUN ALSO LOADS THE DAILY MANIFEST FIRST AND BALANCES *
TM287 *  EACH GROUP AGAINST IT, THEN LISTS THE MANIFEST GROUPS NEVER *
TM287 *  FOUND AND THE PER-COMPANY CONTROL TOTALS ON WRITE30.  ON    *
TM287 *  THE CONTROL-TOTAL LINES MANIFEST IS THE 'H' RECORD COUNT,   *
TM287 *  WA-TOTAL THE SUM OF THE 'D' RECORDS AND ON-FILE WHAT        *
TM287 *  ARRIVED.                                                    *
TM287 ***************************************************************
TM287  1870-TRANSMISSION-BALANCE  SECTION.
TM287      MOVE 'N' TO WK-MF-OWNING-SW.
TM287      IF (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM287        AND PARM10-MINI-CYCLE-SW = 'N'
TM287          MOVE 'Y' TO WK-MF-OWNING-SW.
TM287      IF WK-MF-OWNING-SW = 'N'
TM287          GO TO 1874-MF-WA-START.
TM287  1871-READ-MANIFEST.
TM287      READ READ7 INTO MAN-RECORD
TM287           AT END MOVE 'Y' TO MAN-EOF
TM287      END-READ
TM287      MOVE WS-READ7-FS TO CPY-FS-CODE
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM287      IF MAN-EOF = 'Y'
TM287          GO TO 1874-MF-WA-START.
TM287      IF MAN-CO = SPACES
TM287          MOVE SV-CO TO MAN-CO.
TM287      MOVE MAN-CO TO WK-MF-SRCH-CO.
TM287      PERFORM 1890-MF-FIND-HDR.
TM287      IF MAN-REC-TYPE = 'H'
TM287          GO TO 1872-MANIFEST-HEADER.
TM287      IF MAN-REC-TYPE NOT = 'D'
TM287        OR MAN-DELL-GUID = SPACES
TM287          GO TO 1871-READ-MANIFEST.
TM287      IF WK-MF-ENTRIES NOT < WK-MF-MAX
TM287          ADD +1 TO WK-MF-DROPPED
TM287          GO TO 1871-READ-MANIFEST.
TM287      ADD +1 TO WK-MF-ENTRIES.
TM287      MOVE MAN-CO TO WK-MF-CO (WK-MF-ENTRIES).
TM287      MOVE MAN-DELL-GUID TO WK-MF-DELL-GUID (WK-MF-ENTRIES).
TM287      MOVE 'N' TO WK-MF-FOUND (WK-MF-ENTRIES).
TM287      IF MAN-DECL-SEGS NUMERIC
TM287          MOVE MAN-DECL-SEGS TO WK-MF-DECLARED (WK-MF-ENTRIES).
TM287      IF WK-MF-HDR-SUB > +0
TM287          ADD +1 TO WK-MF-DET-GROUPS (WK-MF-HDR-SUB)
TM287          ADD WK-MF-DECLARED (WK-MF-ENTRIES)
TM287              TO WK-MF-DET-SEGS (WK-MF-HDR-SUB).
TM287      GO TO 1871-READ-MANIFEST.
TM287  1872-MANIFEST-HEADER.
TM287      IF WK-MF-HDR-SUB = +0
TM287          GO TO 1871-READ-MANIFEST.
TM287      IF MAN-SEND-DATE NOT = SPACES
TM287          MOVE MAN-SEND-DATE TO WK-MF-HDR-DATE (WK-MF-HDR-SUB).
TM287      IF MAN-HDR-GROUPS NUMERIC
TM287          MOVE MAN-HDR-GROUPS TO WK-MF-HDR-GROUPS (WK-MF-HDR-SUB).
TM287      IF MAN-HDR-SEGS NUMERIC
TM287          MOVE MAN-HDR-SEGS TO WK-MF-HDR-SEGS (WK-MF-HDR-SUB).
TM287      GO TO 1871-READ-MANIFEST.
TM287 *    WALK EVERY COMPANY'S UNPROCESSED WA SEGMENTS, COUNTING
TM287 *    THEM THE WAY 4200-LOAD-WA-KEY-TABLE DOES -- DUP SEQ 000,
TM287 *    OR ANY DUP SEQ ON A PS401 'S' GROUP -- AND BREAKING ON
TM287 *    TRANS-TYPE / COMPANY / DELL-GUID / WA-TOTAL-RECS.
TM287  1874-MF-WA-START.
TM287      MOVE SPACES TO WK-MF-GROUP-KEY.
TM287      MOVE +0 TO WK-MF-SEGS.
TM287      MOVE LOW-VALUES TO VSAM-WA-PRIM.
TM287      MOVE 'WA' TO VSAM-WA-PRIM (1:2).
TM287      START VSAM-WA KEY IS NOT LESS THAN VSAM-WA-PRIM
TM287          INVALID KEY GO TO 1876-MF-WA-END
TM287      END-START.
TM287  1875-MF-WA-LOOP.
TM287      READ VSAM-WA NEXT RECORD INTO WA-APPLICATION-RECORD
TM287      MOVE VSAM-WA-FS TO WS-INDX-FS-99
TM287      INITIALIZE TPSWNML-AREA
TM287      MOVE VSAM-WA-PRIM TO TPSWNML-FILE-KEY
TM287      MOVE WA-FILE-IDZ TO TPSWNML-FILE-ID
TM287      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM287      PERFORM P9999-MAP-RESP-CODE
TM287      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM287      IF RTN-CODE NOT = +0
TM287          GO TO 1876-MF-WA-END.
TM287      IF WA-TRANS-TYPE NOT = 'WA'
TM287          GO TO 1876-MF-WA-END.
TM287      IF WA-DUP-SEQ NOT = 000
TM287        AND WA-POLCRECTYPE NOT = 'S'
TM287          GO TO 1875-MF-WA-LOOP.
TM287 *    A WA-TOTAL-RECS OF 999 MARKS A SEGMENT THIS SYSTEM ADDED
TM287 *    ITSELF (5600 VOLUNTARY-CANCEL AP/OR, BT271 POST-IMPORT AB)
TM287 *    -- NOT PART OF ANY TRANSMITTED GROUP, SO NOT BALANCED.
TM287      IF WA-TOTAL-RECS = 999
TM287          GO TO 1875-MF-WA-LOOP.
TM287      IF WA-KEY (1:43) = WK-MF-GROUP-KEY
TM287          ADD +1 TO WK-MF-SEGS
TM287          GO TO 1875-MF-OPEN-CHECK.
TM287      IF WK-MF-GROUP-KEY NOT = SPACES
TM287          PERFORM 1880-MF-GROUP-END.
TM287      MOVE WA-KEY (1:43) TO WK-MF-GROUP-KEY.
TM287      MOVE WA-OS-DATEX TO WK-MF-GROUP-DATE.
TM287      MOVE 'N' TO WK-MF-OPEN-SW.
TM287      MOVE +1 TO WK-MF-SEGS.
TM287 *    ONLY A GROUP STILL WAITING TO PROCESS (A SEGMENT WITH NO
TM287 *    STATUS) CAN BE HELD; PROCESSED GROUPS ARE COUNTED SO THE
TM287 *    MANIFEST BALANCES AFTER AN INTRA-DAY RUN HAS TAKEN THEM.
TM287  1875-MF-OPEN-CHECK.
TM287      IF WA-STATUS = SPACES
TM287          MOVE 'Y' TO WK-MF-OPEN-SW.
TM287      GO TO 1875-MF-WA-LOOP.
TM287  1876-MF-WA-END.
TM287      IF WK-MF-GROUP-KEY NOT = SPACES
TM287          PERFORM 1880-MF-GROUP-END.
TM287      IF WK-MF-OWNING-SW = 'N'
TM287          GO TO 1879-MF-DISPLAY.
TM287      MOVE +0 TO WK-MF-SUB.
TM287  1877-MF-MISSING-LOOP.
TM287      ADD +1 TO WK-MF-SUB.
TM287      IF WK-MF-SUB > WK-MF-ENTRIES
TM287          MOVE +0 TO WK-MF-HDR-SUB
TM287          GO TO 1878-MF-TOTALS-LOOP.
TM287      IF WK-MF-FOUND (WK-MF-SUB) = 'Y'
TM287          GO TO 1877-MF-MISSING-LOOP.
TM287      MOVE WK-MF-CO (WK-MF-SUB) TO WBL-CO.
TM287      MOVE WK-MF-DELL-GUID (WK-MF-SUB) TO WBL-DELL-GUID.
TM287      MOVE 'MISSING' TO WBL-STATUS.
TM287      MOVE WK-MF-DECLARED (WK-MF-SUB) TO WBL-MANIFEST.
TM287      MOVE ZEROS TO WBL-WA-TOTAL
TM287                    WBL-ON-FILE.
TM287      MOVE 'N' TO WBL-HELD.
TM287      PERFORM 1885-MF-WRITE-LINE.
TM287      GO TO 1877-MF-MISSING-LOOP.
TM287  1878-MF-TOTALS-LOOP.
TM287      ADD +1 TO WK-MF-HDR-SUB.
TM287      IF WK-MF-HDR-SUB > WK-MF-HDR-ENTRIES
TM287          GO TO 1879-MF-DISPLAY.
TM287      MOVE WK-MF-HDR-CO (WK-MF-HDR-SUB) TO WBL-CO.
TM287      MOVE SPACES TO WBL-HELD.
TM287      MOVE 'GROUP CONTROL TOTALS' TO WBL-DELL-GUID.
TM287      MOVE WK-MF-HDR-GROUPS (WK-MF-HDR-SUB) TO WBL-MANIFEST.
TM287      MOVE WK-MF-DET-GROUPS (WK-MF-HDR-SUB) TO WBL-WA-TOTAL.
TM287      MOVE WK-MF-RCV-GROUPS (WK-MF-HDR-SUB) TO WBL-ON-FILE.
TM287      MOVE 'IN-BALANCE' TO WBL-STATUS.
TM287      IF WK-MF-HDR-GROUPS (WK-MF-HDR-SUB) NOT =
TM287             WK-MF-DET-GROUPS (WK-MF-HDR-SUB)
TM287        OR WK-MF-HDR-GROUPS (WK-MF-HDR-SUB) NOT =
TM287             WK-MF-RCV-GROUPS (WK-MF-HDR-SUB)
TM287          MOVE 'OUT-OF-BAL' TO WBL-STATUS.
TM287      PERFORM 1885-MF-WRITE-LINE.
TM287      MOVE 'SEGMENT CONTROL TOTALS' TO WBL-DELL-GUID.
TM287      MOVE WK-MF-HDR-SEGS (WK-MF-HDR-SUB) TO WBL-MANIFEST.
TM287      MOVE WK-MF-DET-SEGS (WK-MF-HDR-SUB) TO WBL-WA-TOTAL.
TM287      MOVE WK-MF-RCV-SEGS (WK-MF-HDR-SUB) TO WBL-ON-FILE.
TM287      MOVE 'IN-BALANCE' TO WBL-STATUS.
TM287      IF WK-MF-HDR-SEGS (WK-MF-HDR-SUB) NOT =
TM287             WK-MF-DET-SEGS (WK-MF-HDR-SUB)
TM287        OR WK-MF-HDR-SEGS (WK-MF-HDR-SUB) NOT =
TM287             WK-MF-RCV-SEGS (WK-MF-HDR-SUB)
TM287          MOVE 'OUT-OF-BAL' TO WBL-STATUS.
TM287      PERFORM 1885-MF-WRITE-LINE.
TM287      GO TO 1878-MF-TOTALS-LOOP.
TM287  1879-MF-DISPLAY.
TM287      MOVE WK-MF-GROUPS TO TOT-REC-DISPLAY.
TM287      DISPLAY ' WA GROUPS CHECKED : ' TOT-REC-DISPLAY.
TM287      MOVE WK-MF-HELD TO TOT-REC-DISPLAY.
TM287      DISPLAY ' SHORT GROUPS HELD : ' TOT-REC-DISPLAY.
TM287      MOVE WS-REC-WRITE30 TO TOT-REC-DISPLAY.
TM287      DISPLAY ' OUT-OF-BALANCE RECORDS W30 : ' TOT-REC-DISPLAY.
TM287      IF WK-MF-DROPPED > +0
TM287          MOVE WK-MF-DROPPED TO TOT-REC-DISPLAY
TM287          DISPLAY ' MANIFEST GROUPS DROPPED (TABLE FULL) : '
TM287              TOT-REC-DISPLAY.
TM287  1879-TRANSMISSION-BALANCE-EXIT.
TM287      EXIT.
TM287 ***************************************************************
TM287 *  ONE WA GROUP HAS BEEN COUNTED.  HOLD IT IF IT IS SHORT OF   *
TM287 *  ITS OWN WA-TOTAL-RECS; ON THE OWNING RUN ALSO MATCH IT TO   *
TM287 *  THE MANIFEST AND REPORT IT IF IT DOES NOT BALANCE.  A       *
TM287 *  COMPLETE GROUP THAT ARRIVED ON ANY DAY BUT THE MANIFEST'S   *
TM287 *  SEND DATE IS A CARRY-OVER AND IS NOT COUNTED AS RECEIVED.   *
TM287 ***************************************************************
TM287  1880-MF-GROUP-END  SECTION.
TM287      MOVE 'N' TO WK-MF-HELD-SW.
TM287      ADD +1 TO WK-MF-GROUPS.
TM287      IF WK-MF-SEGS NOT < WK-MF-GROUP-TOTAL
TM287        OR WK-MF-OPEN-SW = 'N'
TM287          GO TO 1881-MF-MATCH-GROUP.
TM287      IF WK-MF-HOLD-ENTRIES NOT < WK-MF-HOLD-MAX
TM287          DISPLAY ' SHORT GROUP NOT HELD (HOLD TABLE FULL) : '
TM287              WK-MF-GROUP-GUID
TM287          GO TO 1881-MF-MATCH-GROUP.
TM287      ADD +1 TO WK-MF-HOLD-ENTRIES.
TM287      MOVE WK-MF-GROUP-KEY TO WK-MF-HOLD-KEY (WK-MF-HOLD-ENTRIES).
TM287      MOVE 'Y' TO WK-MF-HELD-SW.
TM287      ADD +1 TO WK-MF-HELD.
TM287  1881-MF-MATCH-GROUP.
TM287      IF WK-MF-OWNING-SW = 'N'
TM287          GO TO 1889-MF-GROUP-END-EXIT.
TM287      MOVE WK-MF-GROUP-CO TO WBL-CO
TM287                             WK-MF-SRCH-CO.
TM287      MOVE WK-MF-GROUP-GUID TO WBL-DELL-GUID.
TM287      MOVE WK-MF-GROUP-TOTAL TO WBL-WA-TOTAL.
TM287      MOVE WK-MF-SEGS TO WBL-ON-FILE.
TM287      MOVE WK-MF-HELD-SW TO WBL-HELD.
TM287      MOVE ZEROS TO WBL-MANIFEST.
TM287      PERFORM 1890-MF-FIND-HDR.
TM287 *    ONLY GROUPS THAT ARRIVED ON THE MANIFEST'S SEND DATE ARE
TM287 *    BALANCED; A GROUP FROM ANY OTHER DAY IS REPORTED ONLY IF
TM287 *    IT IS BEING HELD.
TM287      IF WK-MF-HDR-SUB = +0
TM287          GO TO 1884-MF-NOT-ON-MANIFEST.
TM287      IF WK-MF-GROUP-DATE NOT = WK-MF-HDR-DATE (WK-MF-HDR-SUB)
TM287        AND WK-MF-HELD-SW = 'N'
TM287          GO TO 1889-MF-GROUP-END-EXIT.
TM287      IF WK-MF-GROUP-DATE = WK-MF-HDR-DATE (WK-MF-HDR-SUB)
TM287          ADD +1 TO WK-MF-RCV-GROUPS (WK-MF-HDR-SUB)
TM287          ADD WK-MF-SEGS TO WK-MF-RCV-SEGS (WK-MF-HDR-SUB).
TM287      MOVE +0 TO WK-MF-SUB.
TM287  1882-MF-MATCH-LOOP.
TM287      ADD +1 TO WK-MF-SUB.
TM287      IF WK-MF-SUB > WK-MF-ENTRIES
TM287          GO TO 1884-MF-NOT-ON-MANIFEST.
TM287      IF WK-MF-CO (WK-MF-SUB) NOT = WK-MF-GROUP-CO
TM287        OR WK-MF-DELL-GUID (WK-MF-SUB) NOT = WK-MF-GROUP-GUID
TM287          GO TO 1882-MF-MATCH-LOOP.
TM287      MOVE 'Y' TO WK-MF-FOUND (WK-MF-SUB).
TM287      MOVE WK-MF-DECLARED (WK-MF-SUB) TO WBL-MANIFEST.
TM287      IF WK-MF-HELD-SW = 'Y'
TM287          MOVE 'SHORT' TO WBL-STATUS
TM287          PERFORM 1885-MF-WRITE-LINE
TM287          GO TO 1889-MF-GROUP-END-EXIT.
TM287      IF WK-MF-DECLARED (WK-MF-SUB) NOT = WK-MF-SEGS
TM287          MOVE 'MISMATCH' TO WBL-STATUS
TM287          PERFORM 1885-MF-WRITE-LINE.
TM287      GO TO 1889-MF-GROUP-END-EXIT.
TM287  1884-MF-NOT-ON-MANIFEST.
TM287      IF WK-MF-HELD-SW = 'Y'
TM287          MOVE 'SHORT' TO WBL-STATUS
TM287          PERFORM 1885-MF-WRITE-LINE
TM287          GO TO 1889-MF-GROUP-END-EXIT.
TM287 *    NO MANIFEST AT ALL FOR THE COMPANY -- NOTHING TO BALANCE
TM287 *    A COMPLETE GROUP AGAINST.
TM287      IF WK-MF-HDR-SUB = +0
TM287          GO TO 1889-MF-GROUP-END-EXIT.
TM287      IF WK-MF-DET-GROUPS (WK-MF-HDR-SUB) = +0
TM287        AND WK-MF-HDR-GROUPS (WK-MF-HDR-SUB) = +0
TM287          GO TO 1889-MF-GROUP-END-EXIT.
TM287      MOVE 'NOT-ON-MF' TO WBL-STATUS.
TM287      PERFORM 1885-MF-WRITE-LINE.
TM287      GO TO 1889-MF-GROUP-END-EXIT.
TM287  1885-MF-WRITE-LINE.
TM287      WRITE WRITE30-REC FROM WK-BALANCE-LINE.
TM287      MOVE WS-WRITE30-FS TO CPY-FS-CODE.
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM287      ADD +1 TO WS-REC-WRITE30.
TM287  1889-MF-GROUP-END-EXIT.
TM287      EXIT.
TM287 ***************************************************************
TM287 *  LOCATE (OR OPEN) THE WK-MF-HDR-AREA ENTRY FOR WK-MF-SRCH-CO. *
TM287 *  WK-MF-HDR-SUB COMES BACK ZERO ONLY IF THE TABLE IS FULL.     *
TM287 ***************************************************************
TM287  1890-MF-FIND-HDR  SECTION.
TM287      MOVE +0 TO WK-MF-HDR-SUB.
TM287  1891-MF-HDR-LOOP.
TM287      ADD +1 TO WK-MF-HDR-SUB.
TM287      IF WK-MF-HDR-SUB > WK-MF-HDR-ENTRIES
TM287          GO TO 1892-MF-HDR-ADD.
TM287      IF WK-MF-HDR-CO (WK-MF-HDR-SUB) = WK-MF-SRCH-CO
TM287          GO TO 1899-MF-FIND-HDR-EXIT.
TM287      GO TO 1891-MF-HDR-LOOP.
TM287  1892-MF-HDR-ADD.
TM287      IF WK-MF-HDR-ENTRIES NOT < WK-MF-HDR-MAX
TM287          MOVE +0 TO WK-MF-HDR-SUB
TM287          GO TO 1899-MF-FIND-HDR-EXIT.
TM287      ADD +1 TO WK-MF-HDR-ENTRIES.
TM287      MOVE WK-MF-HDR-ENTRIES TO WK-MF-HDR-SUB.
TM287      MOVE WK-MF-SRCH-CO TO WK-MF-HDR-CO (WK-MF-HDR-SUB).
TM287 *    THE 'H' RECORD'S SEND DATE REPLACES THIS WHEN PRESENT.
TM287      MOVE WK-SYSTEM-DATE TO WK-MF-HDR-DATE (WK-MF-HDR-SUB).
TM287  1899-MF-FIND-HDR-EXIT.
TM287      EXIT.
TM288 ***************************************************************
TM288 *  LOAD THE SANCTIONS WATCH-LIST.  RUN ONCE AT START OF JOB.    *
TM288 *  NEW BUSINESS MAY NOT ISSUE UNSCREENED, SO AN EMPTY LIST IS   *
TM288 *  TREATED AS A MISSING FILE AND THE RUN ABENDS RATHER THAN     *
TM288 *  LET EVERY GROUP SCREEN CLEAR.  OVERFLOW BEYOND WK-WL-MAX IS  *
TM288 *  LIKEWISE FATAL -- A PARTIAL LIST IS NO SCREEN AT ALL.        *
TM288 ***************************************************************
TM288  1900-LOAD-WATCH-LIST  SECTION.
TM288  1901-READ-WATCH-LIST.
TM288      READ READ8 INTO WL-RECORD
TM288           AT END MOVE 'Y' TO WL-EOF
TM288      END-READ
TM288      MOVE WS-READ8-FS TO CPY-FS-CODE
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM288      IF WL-EOF = 'Y'
TM288          GO TO 1905-WATCH-LIST-END.
TM288      IF WL-REC-TYPE = 'H'
TM288          MOVE WL-LIST-DATE TO WK-WL-LIST-DATE
TM288          GO TO 1901-READ-WATCH-LIST.
TM288      IF WL-REC-TYPE NOT = 'D'
TM288          GO TO 1901-READ-WATCH-LIST.
TM288      IF WL-NAME = SPACES
TM288        AND (WL-SSN = SPACES OR ZEROS)
TM288          GO TO 1901-READ-WATCH-LIST.
TM288      IF WK-WL-ENTRIES NOT < WK-WL-MAX
TM288          ADD +1 TO WK-WL-DROPPED
TM288          GO TO 1901-READ-WATCH-LIST.
TM288      ADD +1 TO WK-WL-ENTRIES.
TM288      MOVE WL-ENTRY-ID TO WK-WL-ENTRY-ID (WK-WL-ENTRIES).
TM288      MOVE WL-LIST-CODE TO WK-WL-LIST-CODE (WK-WL-ENTRIES).
TM288      MOVE WL-NAME TO WK-WL-NAME (WK-WL-ENTRIES).
TM288      MOVE WL-SSN TO WK-WL-SSN (WK-WL-ENTRIES).
TM288      MOVE WL-DOB TO WK-WL-DOB (WK-WL-ENTRIES).
TM288      MOVE SPACES TO WK-WL-SURNAME (WK-WL-ENTRIES).
TM288      UNSTRING WL-NAME DELIMITED BY ',' OR SPACE
TM288          INTO WK-WL-SURNAME (WK-WL-ENTRIES).
TM288      GO TO 1901-READ-WATCH-LIST.
TM288  1905-WATCH-LIST-END.
TM288      IF WK-WL-LIST-DATE = SPACES
TM288          MOVE WK-SYSTEM-DATE TO WK-WL-LIST-DATE.
TM288      MOVE WK-WL-ENTRIES TO TOT-REC-DISPLAY.
TM288      DISPLAY ' WATCH-LIST ENTRIES LOADED : ' TOT-REC-DISPLAY.
TM288      DISPLAY ' WATCH-LIST DATE : ' WK-WL-LIST-DATE.
TM288      IF WK-WL-DROPPED > +0
TM288          MOVE WK-WL-DROPPED TO TOT-REC-DISPLAY
TM288          DISPLAY ' WATCH-LIST ENTRIES DROPPED (TABLE FULL) : '
TM288              TOT-REC-DISPLAY
TM288          DISPLAY 'WATCH-LIST EXCEEDS WK-WL-MAX -- ABENDING'
TM288          MOVE +1905 TO ABEND-CODE
TM288          PERFORM 9900-ABEND-RTN.
TM288      IF WK-WL-ENTRIES = +0
TM288          DISPLAY 'SANCTIONS WATCH-LIST EMPTY OR MISSING -- '
TM288              'ABENDING'
TM288          MOVE +1901 TO ABEND-CODE
TM288          PERFORM 9900-ABEND-RTN.
TM288  1909-LOAD-WATCH-LIST-EXIT.
TM288      EXIT.
TM290 ***************************************************************
TM290 *  MIB RESPONSES.  RUN ONCE AT START OF JOB.  EACH MIBRSPF      *
TM290 *  RECORD IS MATCHED TO ITS POLICY'S AP RECORD, WHERE THE       *
TM290 *  RESULT, RESPONSE DATE AND MIB CODES ARE KEPT FOR             *
TM290 *  UNDERWRITING.  A NO-HIT SETS THE POLICY'S OPEN 'MB' APOR     *
TM290 *  ORDER ENTRY TO 'R' (SATISFIED); A HIT LEAVES THE ORDER OPEN  *
TM290 *  AND CUTS A UWRITE/MIB REVIEW TASK -- UNDERWRITING CLEARS THE *
TM290 *  ORDER ONCE THE CODES HAVE BEEN WORKED.  RESPONSES THAT       *
TM290 *  CANNOT BE MATCHED ARE COUNTED AND REPORTED ON SYSOUT RATHER  *
TM290 *  THAN TAKING THE CYCLE DOWN.                                  *
TM290 ***************************************************************
TM290  1910-MIB-RESPONSES  SECTION.
TM290  1911-READ-MIB-RESPONSE.
TM290      READ READ9 INTO MBR-RECORD
TM290           AT END MOVE 'Y' TO MBR-EOF
TM290      END-READ
TM290      MOVE WS-READ9-FS TO CPY-FS-CODE
TM290      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM290      IF MBR-EOF = 'Y'
TM290          MOVE SV-CO TO AP-FILE-CO
TM290          GO TO 1919-MIB-RESPONSES-EXIT.
TM290      IF MBR-CO = SPACES
TM290          MOVE SV-CO TO MBR-CO.
TM290      MOVE MBR-POLICY TO WK-MB-POLICY.
TM290      IF WK-MB-POLICY = SPACES OR 'UNKNOWN' OR 'DUPLICAT'
TM290          GO TO 1918-MIB-NOMATCH.
TM290      IF NOT MBR-NO-HIT
TM290        AND NOT MBR-HIT
TM290          GO TO 1918-MIB-NOMATCH.
TM290 *    THE AP READ, THE TASK'S WF-ROW READ AND THE 4000 TASK-
TM290 *    COMPANY STAMP ALL KEY OFF SV-CO/CDC-CO -- CARRY THE
TM290 *    RESPONSE'S OWN COMPANY ACROSS THE RECORD AND RESTORE AT
TM290 *    1917, THE SAME SWAP 1705 USES.
TM290      MOVE SV-CO TO WK-MB-HOLD-CO.
TM290      MOVE MBR-CO TO SV-CO
TM290                     CDC-CO.
TM290 ***  ***KEEP THE RESULT AND CODES ON THE AP RECORD  ************
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE SPACES TO WA-AP-KEY.
TM290      MOVE MBR-CO TO WA-AP-CO.
TM290      MOVE WK-MB-POLICY TO WA-AP-POLICY.
TM290      MOVE 'AP' TO WA-AP-TYPE.
TM290      MOVE MBR-CO TO AP-FILE-CO.
TM290      MOVE 'AP' TO AP-FILE-LIT.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      READ VSAM-AP
TM290               INTO APPLICATION-RECORD-AP
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          GO TO 1916-MIB-AP-NOT-FOUND.
TM290 *    ONLY AN INQUIRY STILL OUT ('S') TAKES A RESPONSE -- A LATE
TM290 *    OR DUPLICATE ONE MUST NOT REOPEN A RESOLVED POLICY OR CUT
TM290 *    A SECOND UNDERWRITING TASK.
TM290      IF MIB-INQ-STAT-NA-WA NOT = 'S'
TM290          DISPLAY 'WARNING - MIB RESPONSE WITH NO INQUIRY OUT, '
TM290              'POLICY ' WK-MB-POLICY ' STATUS '
TM290              MIB-INQ-STAT-NA-WA
TM290          GO TO 1916-MIB-AP-NOT-FOUND.
TM290      MOVE MBR-RESULT TO MIB-INQ-STAT-NA-WA.
TM290      MOVE MBR-RESP-DATE TO MIB-RESP-DATE-NA-WA.
TM290      IF MBR-RESP-DATE = SPACES
TM290          MOVE WK-SYSTEM-DATE TO MIB-RESP-DATE-NA-WA.
TM290      MOVE MBR-CODES TO MIB-CODES-NA-WA.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      REWRITE VSAM-AP-REC
TM290                 FROM APPLICATION-RECORD-AP
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - AP RECORD DISKUP FAILED, POLICY '
TM290              WK-MB-POLICY
TM290          GO TO 1917-MIB-RESTORE-CO.
TM290      MOVE SPACES TO NB080-PASS-AREA.
TM290      MOVE APPLICATION-RECORD-AP TO NB080-RECORD.
TM290      MOVE AP-FILE-CO TO NB080-FILE-CO.
TM290      MOVE AP-FILE-LIT TO NB080-FILE-LIT.
TM290      MOVE WA-AP-KEY TO NB080-REC-KEY.
TM290      MOVE 'U' TO NB080-ACTION.
TM290      CALL 'LSNNB080' USING LSNNB080-PASS-RECORD.
TM290      IF MBR-HIT
TM290          ADD +1 TO WK-MB-HIT
TM290          PERFORM 4800-MIB-TASK-RECORD
TM290          GO TO 1917-MIB-RESTORE-CO.
TM290 ***  ***NO-HIT -- SATISFY THE OPEN 'MB' ORDER ENTRY  ***********
TM290      ADD +1 TO WK-MB-NOHIT.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE 'OR' TO WA-AP-TYPE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      READ VSAM-AP
TM290               INTO ORDER-REQ-RECORD
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - MIB NO-HIT WITHOUT OR RECORD, '
TM290              'POLICY ' WK-MB-POLICY
TM290          GO TO 1917-MIB-RESTORE-CO.
TM290      MOVE 'N' TO WK-MB-MATCH-SW.
TM290      MOVE +0 TO WK-MB-SUB.
TM290  1914-MIB-ORDER-LOOP.
TM290      ADD +1 TO WK-MB-SUB.
TM290      IF WK-MB-SUB > +10
TM290          GO TO 1915-MIB-ORDER-REWRITE.
TM290      IF ORD-REQ-TYPE (WK-MB-SUB) = 'MB'
TM290        AND ORD-REQ-STAT (WK-MB-SUB) = 'O'
TM290          MOVE 'R' TO ORD-REQ-STAT (WK-MB-SUB)
TM290          MOVE MIB-RESP-DATE-NA-WA TO ORD-REQ-RECV-DATE (WK-MB-SUB)
TM290          MOVE 'Y' TO WK-MB-MATCH-SW.
TM290      GO TO 1914-MIB-ORDER-LOOP.
TM290  1915-MIB-ORDER-REWRITE.
TM290      IF WK-MB-MATCH-SW NOT = 'Y'
TM290          DISPLAY 'WARNING - MIB NO-HIT WITHOUT OPEN MB ORDER, '
TM290              'POLICY ' WK-MB-POLICY
TM290          GO TO 1917-MIB-RESTORE-CO.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      REWRITE VSAM-AP-REC
TM290                 FROM ORDER-REQ-RECORD
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - OR RECORD DISKUP FAILED, POLICY '
TM290              WK-MB-POLICY.
TM290  1916-MIB-AP-NOT-FOUND.
TM290      MOVE WK-MB-HOLD-CO TO SV-CO
TM290                            CDC-CO.
TM290      GO TO 1918-MIB-NOMATCH.
TM290  1917-MIB-RESTORE-CO.
TM290      MOVE WK-MB-HOLD-CO TO SV-CO
TM290                            CDC-CO.
TM290      GO TO 1911-READ-MIB-RESPONSE.
TM290  1918-MIB-NOMATCH.
TM290      ADD +1 TO WK-MB-NOMATCH.
TM290      DISPLAY 'WARNING - MIB RESPONSE NOT MATCHED, POLICY '
TM290          MBR-POLICY ' RESULT ' MBR-RESULT.
TM290      GO TO 1911-READ-MIB-RESPONSE.
TM290  1919-MIB-RESPONSES-EXIT.
TM290      EXIT.
TM291 ***************************************************************
TM291 *  PRE-ASSIGNED NUMBER INVENTORY REPORT (PARM 20).  RUN ONCE AT *
TM291 *  START OF JOB ON THE MONTHLY CYCLE.  WALKS VSAM-PN IN KEY     *
TM291 *  SEQUENCE AND BREAKS ON COMPANY AND BLOCK ID, WRITING ONE     *
TM291 *  WRITE34 LINE PER BLOCK WITH ITS HOLDER AND THE COUNT OF      *
TM291 *  AVAILABLE, USED, VOIDED AND STALE NUMBERS.  A NUMBER IS      *
TM291 *  STALE WHEN IT IS STILL AVAILABLE AND ITS BLOCK WAS ISSUED    *
TM291 *  MORE THAN PARM 20 CALENDAR DAYS BEFORE THE CYCLE DATE.       *
TM291 ***************************************************************
TM291  1920-PN-INVENTORY-REPORT  SECTION.
TM291      MOVE SPACES TO XDATE-PARMS.
TM291      MOVE WK-SYSTEM-DATE TO XD-IN-DATE.
TM291      MOVE 'YYYYMMDD  ' TO XD-IN-FORMAT.
TM291      MOVE 'YYYYMMDD  ' TO XD-OUTPUT-FORMAT.
TM291      COMPUTE XD-IN-ROLL-DAYS = PARM20-STALE-DAYS * -1.
TM291      CALL 'XDATETP' USING XDATE-PARMS.
TM291      IF XD-OUT-DATE = 'BAD-DATE'
TM291          MOVE WK-SYSTEM-DATE TO WK-PN-CUTOFF-DATE
TM291      ELSE
TM291          MOVE XD-OUT-DATE9 TO WK-PN-CUTOFF-DATE.
TM291      MOVE SPACES TO WK-PN-LAST-CO
TM291                     WK-PN-LAST-BLOCK.
TM291      MOVE +0 TO WK-PN-AVAIL-CNT
TM291                 WK-PN-USED-CNT
TM291                 WK-PN-VOID-CNT
TM291                 WK-PN-STALE-CNT.
TM291      MOVE LOW-VALUES TO VSAM-PN-PRIM.
TM291      START VSAM-PN KEY IS NOT LESS THAN VSAM-PN-PRIM
TM291          INVALID KEY GO TO 1929-PN-INVENTORY-EXIT
TM291      END-START.
TM291  1922-PN-INVENTORY-LOOP.
TM291      READ VSAM-PN NEXT RECORD INTO VSAM-PN-REC
TM291      MOVE VSAM-PN-FS TO WS-INDX-FS-99
TM291      INITIALIZE TPSWNML-AREA
TM291      MOVE VSAM-PN-PRIM TO TPSWNML-FILE-KEY
TM291      MOVE 'PN' TO TPSWNML-FILE-ID
TM291      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM291      PERFORM P9999-MAP-RESP-CODE
TM291      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM291      IF RTN-CODE NOT = +0
TM291          GO TO 1926-PN-LAST-BLOCK.
TM291      IF PN-CO = WK-PN-LAST-CO
TM291        AND PN-BLOCK-ID = WK-PN-LAST-BLOCK
TM291          GO TO 1924-PN-COUNT-NUMBER.
TM291      IF WK-PN-LAST-CO NOT = SPACES
TM291          PERFORM 1927-PN-WRITE-BLOCK.
TM291      MOVE PN-CO TO WK-PN-LAST-CO.
TM291      MOVE PN-BLOCK-ID TO WK-PN-LAST-BLOCK.
TM291      MOVE PN-HOLDER-TYPE TO WK-PN-LAST-HOLDER-TYPE.
TM291      MOVE PN-HOLDER-ID TO WK-PN-LAST-HOLDER-ID.
TM291      MOVE PN-ISSUED-DATE TO WK-PN-LAST-ISSUED.
TM291  1924-PN-COUNT-NUMBER.
TM291      IF PN-USED
TM291          ADD +1 TO WK-PN-USED-CNT
TM291          GO TO 1922-PN-INVENTORY-LOOP.
TM291      IF PN-VOIDED
TM291          ADD +1 TO WK-PN-VOID-CNT
TM291          GO TO 1922-PN-INVENTORY-LOOP.
TM291      ADD +1 TO WK-PN-AVAIL-CNT.
TM291      IF PN-ISSUED-DATE < WK-PN-CUTOFF-DATE
TM291          ADD +1 TO WK-PN-STALE-CNT.
TM291      GO TO 1922-PN-INVENTORY-LOOP.
TM291  1926-PN-LAST-BLOCK.
TM291      IF WK-PN-LAST-CO NOT = SPACES
TM291          PERFORM 1927-PN-WRITE-BLOCK.
TM291      GO TO 1929-PN-INVENTORY-EXIT.
TM291  1927-PN-WRITE-BLOCK.
TM291      MOVE WK-PN-LAST-CO TO WPN-CO.
TM291      MOVE WK-PN-LAST-BLOCK TO WPN-BLOCK-ID.
TM291      IF WK-PN-LAST-HOLDER-TYPE = 'A'
TM291          MOVE 'AGENCY' TO WPN-HOLDER-TYPE
TM291      ELSE
TM291      IF WK-PN-LAST-HOLDER-TYPE = 'E'
TM291          MOVE 'ENROLLMENT' TO WPN-HOLDER-TYPE
TM291      ELSE
TM291      IF WK-PN-LAST-HOLDER-TYPE = 'P'
TM291          MOVE 'PACKET' TO WPN-HOLDER-TYPE
TM291      ELSE
TM291          MOVE WK-PN-LAST-HOLDER-TYPE TO WPN-HOLDER-TYPE.
TM291      MOVE WK-PN-LAST-HOLDER-ID TO WPN-HOLDER-ID.
TM291      MOVE WK-PN-LAST-ISSUED TO WPN-ISSUED-DATE.
TM291      MOVE WK-PN-AVAIL-CNT TO WPN-AVAILABLE.
TM291      MOVE WK-PN-USED-CNT TO WPN-USED.
TM291      MOVE WK-PN-VOID-CNT TO WPN-VOIDED.
TM291      MOVE WK-PN-STALE-CNT TO WPN-STALE.
TM291      WRITE WRITE34-REC FROM WK-PNINV-LINE.
TM291      MOVE WS-WRITE34-FS TO CPY-FS-CODE.
TM291      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM291      ADD +1 TO WS-REC-WRITE34.
TM291      MOVE +0 TO WK-PN-AVAIL-CNT
TM291                 WK-PN-USED-CNT
TM291                 WK-PN-VOID-CNT
TM291                 WK-PN-STALE-CNT.
TM291  1929-PN-INVENTORY-EXIT.
TM291      EXIT.
TM294 ***************************************************************
TM294 *  REFUND DISBURSEMENT CONFIRMATIONS.  RUN ONCE AT START OF   *
TM294 *  JOB.  EACH READ10 RECORD FROM ACCOUNTS PAYABLE IS MATCHED  *
TM294 *  TO ITS VSAM-RF ROW, WHICH IS SET CONFIRMED WITH THE        *
TM294 *  DISBURSEMENT DATE, METHOD, REFERENCE AND AMOUNT, AND THE   *
TM294 *  POLICY'S AP REFUND-SUSP-FLAG IS CLOSED ('C').  A           *
TM294 *  CONFIRMATION WITH NO ROW, OR FOR A ROW ALREADY CONFIRMED,  *
TM294 *  IS COUNTED AND REPORTED ON SYSOUT RATHER THAN TAKING THE   *
TM294 *  CYCLE DOWN.                                                *
TM294 ***************************************************************
TM294  1930-REFUND-CONFIRMATIONS  SECTION.
TM294  1931-READ-REFUND-CONF.
TM294      READ READ10 INTO RFC-RECORD
TM294           AT END MOVE 'Y' TO RFC-EOF
TM294      END-READ
TM294      MOVE WS-READ10-FS TO CPY-FS-CODE
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      IF RFC-EOF = 'Y'
TM294          MOVE SV-CO TO AP-FILE-CO
TM294          GO TO 1939-REFUND-CONF-EXIT.
TM294      IF RFC-CO = SPACES
TM294          MOVE SV-CO TO RFC-CO.
TM294      IF RFC-POLICY = SPACES
TM294          GO TO 1938-RF-CONF-NOMATCH.
TM294      IF RFC-DISB-AMOUNT NOT NUMERIC
TM294          MOVE ZEROS TO RFC-DISB-AMOUNT.
TM294 ***  ***CONFIRM THE REGISTER ROW  *******************************
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE SPACES TO VSAM-RF-PRIM.
TM294      MOVE RFC-CO TO RF-CO.
TM294      MOVE RFC-POLICY TO RF-POLICY.
TM294      READ VSAM-RF INTO VSAM-RF-REC
TM294      MOVE VSAM-RF-FS TO WS-INDX-FS-99
TM294      INITIALIZE TPSWNML-AREA
TM294      MOVE VSAM-RF-PRIM TO TPSWNML-FILE-KEY
TM294      MOVE 'RF' TO TPSWNML-FILE-ID
TM294      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM294      PERFORM P9999-MAP-RESP-CODE
TM294      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM294      IF RTN-CODE NOT = +0
TM294          GO TO 1938-RF-CONF-NOMATCH.
TM294      IF RF-CONFIRMED
TM294          ADD +1 TO WK-RF-REPEAT
TM294          DISPLAY 'WARNING - REFUND ALREADY CONFIRMED, POLICY '
TM294              RFC-POLICY ' REF ' RFC-DISB-REF
TM294          GO TO 1931-READ-REFUND-CONF.
TM294      MOVE 'C' TO RF-STATE.
TM294      MOVE RFC-DISB-DATE TO RF-CONFIRM-DATE.
TM294      IF RFC-DISB-DATE = SPACES
TM294          MOVE WK-SYSTEM-DATE TO RF-CONFIRM-DATE.
TM294      MOVE RFC-DISB-METHOD TO RF-DISB-METHOD.
TM294      MOVE RFC-DISB-REF TO RF-DISB-REF.
TM294      MOVE RFC-DISB-AMOUNT TO RF-DISB-AMOUNT.
TM294      MOVE +0 TO RTN-CODE.
TM294      REWRITE VSAM-RF-REC
TM294      MOVE VSAM-RF-FS TO WS-INDX-FS-99
TM294      INITIALIZE TPSWNML-AREA
TM294      MOVE VSAM-RF-PRIM TO TPSWNML-FILE-KEY
TM294      MOVE 'RF' TO TPSWNML-FILE-ID
TM294      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM294      PERFORM P9999-MAP-RESP-CODE
TM294      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM294      IF RTN-CODE NOT = +0
TM294          DISPLAY 'WARNING - VSAM-RF DISKUP FAILED, POLICY '
TM294              RFC-POLICY
TM294          GO TO 1931-READ-REFUND-CONF.
TM294      ADD +1 TO WK-RF-CONFIRMED.
TM294      IF RF-AMOUNT NOT = ZEROS
TM294        AND RF-DISB-AMOUNT NOT = RF-AMOUNT
TM294          DISPLAY 'WARNING - REFUND PAID DIFFERS FROM AMOUNT '
TM294              'OWED, POLICY ' RFC-POLICY.
TM294 ***  ***CLOSE THE SUSPENSE FLAG ON THE AP RECORD  ***************
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE SPACES TO WA-AP-KEY.
TM294      MOVE RFC-CO TO WA-AP-CO.
TM294      MOVE RFC-POLICY TO WA-AP-POLICY.
TM294      MOVE 'AP' TO WA-AP-TYPE.
TM294      MOVE RFC-CO TO AP-FILE-CO.
TM294      MOVE 'AP' TO AP-FILE-LIT.
TM294      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM294      READ VSAM-AP
TM294               INTO APPLICATION-RECORD-AP
TM294      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM294      INITIALIZE TPSWNML-AREA
TM294      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM294      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM294      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM294      PERFORM P9999-MAP-RESP-CODE
TM294      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM294      IF RTN-CODE NOT = +0
TM294          DISPLAY 'WARNING - REFUND CONFIRMED WITHOUT AP RECORD, '
TM294              'POLICY ' RFC-POLICY
TM294          GO TO 1931-READ-REFUND-CONF.
TM294      MOVE 'C' TO REFUND-SUSP-FLAG-NA-WA.
TM294      MOVE 'STP ' TO LU-OPID-NA-WA.
TM294      MOVE 'SO' TO LU-UPDATE-NA-WA.
TM294      MOVE WK-SYSTEM-DATE TO LU-DATE-NA-WA.
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM294      REWRITE VSAM-AP-REC
TM294                 FROM APPLICATION-RECORD-AP
TM294      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM294      INITIALIZE TPSWNML-AREA
TM294      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM294      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM294      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM294      PERFORM P9999-MAP-RESP-CODE
TM294      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM294      IF RTN-CODE NOT = +0
TM294          DISPLAY 'WARNING - AP RECORD DISKUP FAILED, POLICY '
TM294              RFC-POLICY
TM294          GO TO 1931-READ-REFUND-CONF.
TM294      MOVE SPACES TO NB080-PASS-AREA.
TM294      MOVE APPLICATION-RECORD-AP TO NB080-RECORD.
TM294      MOVE AP-FILE-CO TO NB080-FILE-CO.
TM294      MOVE AP-FILE-LIT TO NB080-FILE-LIT.
TM294      MOVE WA-AP-KEY TO NB080-REC-KEY.
TM294      MOVE 'U' TO NB080-ACTION.
TM294      CALL 'LSNNB080' USING LSNNB080-PASS-RECORD.
TM294      GO TO 1931-READ-REFUND-CONF.
TM294  1938-RF-CONF-NOMATCH.
TM294      ADD +1 TO WK-RF-NOMATCH.
TM294      DISPLAY 'WARNING - REFUND CONFIRMATION NOT MATCHED, POLICY '
TM294          RFC-POLICY ' REF ' RFC-DISB-REF.
TM294      GO TO 1931-READ-REFUND-CONF.
TM294  1939-REFUND-CONF-EXIT.
TM294      EXIT.
TM294 ***************************************************************
TM294 *  REFUND AGING REPORT.  RUN ONCE AT START OF JOB ON THE      *
TM294 *  NIGHTLY CYCLE, AFTER 1930.  WALKS VSAM-RF IN KEY SEQUENCE  *
TM294 *  AND WRITES ONE WRITE38 LINE PER REFUND STILL OWED, AGED    *
TM294 *  FROM THE DATE THE APPLICATION CLOSED INTO 00-14, 15-29,    *
TM294 *  30-59 AND 60+ CALENDAR DAYS.                               *
TM294 ***************************************************************
TM294  1940-REFUND-AGING-REPORT  SECTION.
TM294      MOVE +15 TO WK-RF-ROLL-DAYS.
TM294      PERFORM 1946-RF-AGING-CUTOFF.
TM294      MOVE WK-RF-CUTOFF-DATE TO WK-RF-CUT-15.
TM294      MOVE +30 TO WK-RF-ROLL-DAYS.
TM294      PERFORM 1946-RF-AGING-CUTOFF.
TM294      MOVE WK-RF-CUTOFF-DATE TO WK-RF-CUT-30.
TM294      MOVE +60 TO WK-RF-ROLL-DAYS.
TM294      PERFORM 1946-RF-AGING-CUTOFF.
TM294      MOVE WK-RF-CUTOFF-DATE TO WK-RF-CUT-60.
TM294      MOVE LOW-VALUES TO VSAM-RF-PRIM.
TM294      START VSAM-RF KEY IS NOT LESS THAN VSAM-RF-PRIM
TM294          INVALID KEY GO TO 1949-REFUND-AGING-EXIT
TM294      END-START.
TM294  1942-REFUND-AGING-LOOP.
TM294      READ VSAM-RF NEXT RECORD INTO VSAM-RF-REC
TM294      MOVE VSAM-RF-FS TO WS-INDX-FS-99
TM294      INITIALIZE TPSWNML-AREA
TM294      MOVE VSAM-RF-PRIM TO TPSWNML-FILE-KEY
TM294      MOVE 'RF' TO TPSWNML-FILE-ID
TM294      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM294      PERFORM P9999-MAP-RESP-CODE
TM294      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM294      IF RTN-CODE NOT = +0
TM294          GO TO 1949-REFUND-AGING-EXIT.
TM294      IF NOT RF-OWED
TM294          GO TO 1942-REFUND-AGING-LOOP.
TM294      IF RF-CLOSED-DATE NOT > WK-RF-CUT-60
TM294          MOVE '60+  ' TO WRA-AGE
TM294      ELSE
TM294      IF RF-CLOSED-DATE NOT > WK-RF-CUT-30
TM294          MOVE '30-59' TO WRA-AGE
TM294      ELSE
TM294      IF RF-CLOSED-DATE NOT > WK-RF-CUT-15
TM294          MOVE '15-29' TO WRA-AGE
TM294      ELSE
TM294          MOVE '00-14' TO WRA-AGE.
TM294      MOVE RF-CO TO WRA-CO.
TM294      MOVE RF-POLICY TO WRA-POLICY.
TM294      MOVE RF-REASON TO WRA-REASON.
TM294      MOVE RF-CLOSED-DATE TO WRA-CLOSED-DATE.
TM294      MOVE RF-AMOUNT TO WRA-AMOUNT.
TM294      MOVE RF-PAYEE-NAME TO WRA-PAYEE-NAME.
TM294      WRITE WRITE38-REC FROM WK-RFAGE-LINE.
TM294      MOVE WS-WRITE38-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      ADD +1 TO WS-REC-WRITE38.
TM294      GO TO 1942-REFUND-AGING-LOOP.
TM294  1946-RF-AGING-CUTOFF.
TM294      MOVE SPACES TO XDATE-PARMS.
TM294      MOVE WK-SYSTEM-DATE TO XD-IN-DATE.
TM294      MOVE 'YYYYMMDD  ' TO XD-IN-FORMAT.
TM294      MOVE 'YYYYMMDD  ' TO XD-OUTPUT-FORMAT.
TM294      COMPUTE XD-IN-ROLL-DAYS = WK-RF-ROLL-DAYS * -1.
TM294      CALL 'XDATETP' USING XDATE-PARMS.
TM294      IF XD-OUT-DATE = 'BAD-DATE'
TM294          MOVE WK-SYSTEM-DATE TO WK-RF-CUTOFF-DATE
TM294      ELSE
TM294          MOVE XD-OUT-DATE9 TO WK-RF-CUTOFF-DATE.
TM294  1949-REFUND-AGING-EXIT.
TM294      EXIT.
TM295 ***************************************************************
TM295 *  DELIVERY RECEIPTS.  RUN ONCE AT START OF JOB.  EACH READ11 *
TM295 *  RECORD IS MATCHED TO ITS VSAM-DT ROW.  A SIGNED RECEIPT,   *
TM295 *  OR AN E-DELIVERY ACKNOWLEDGMENT WHERE THE STATE DOES NOT   *
TM295 *  REQUIRE A SIGNED RECEIPT, DELIVERS THE POLICY AND STARTS   *
TM295 *  THE FREE LOOK -- THE END DATE IS THE DELIVERY DATE PLUS    *
TM295 *  THE ROW'S FREE-LOOK DAYS.  A SIGNED AMENDMENT IS DATED ON  *
TM295 *  THE ROW.  A RETURNED CONTRACT IS NOT TAKEN ('N') WHEN IT   *
TM295 *  COMES BACK BEFORE DELIVERY OR BY THE FREE-LOOK END DATE    *
TM295 *  AND IS LISTED ON WRITE39; LATER IT IS A SURRENDER ('S').   *
TM295 *  A RECEIPT WITH NO ROW, OR ONE ALREADY APPLIED, IS COUNTED  *
TM295 *  AND REPORTED ON SYSOUT RATHER THAN TAKING THE CYCLE DOWN.  *
TM295 ***************************************************************
TM295  1950-DELIVERY-RECEIPTS  SECTION.
TM295  1951-READ-DELIVERY-RECEIPT.
TM295      READ READ11 INTO DRC-RECORD
TM295           AT END MOVE 'Y' TO DRC-EOF
TM295      END-READ
TM295      MOVE WS-READ11-FS TO CPY-FS-CODE
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM295      IF DRC-EOF = 'Y'
TM295          GO TO 1959-DELIVERY-RECEIPTS-EXIT.
TM295      IF DRC-CO = SPACES
TM295          MOVE SV-CO TO DRC-CO.
TM295      IF DRC-DATE = SPACES
TM295          MOVE WK-SYSTEM-DATE TO DRC-DATE.
TM295      IF DRC-POLICY = SPACES
TM295          GO TO 1958-DT-RECEIPT-NOMATCH.
TM295      IF NOT DRC-EDELIVERY-ACK
TM295        AND NOT DRC-SIGNED-RECEIPT
TM295        AND NOT DRC-AMENDMENT
TM295        AND NOT DRC-RETURNED
TM295          GO TO 1958-DT-RECEIPT-NOMATCH.
TM295      MOVE +0 TO RTN-CODE.
TM295      MOVE SPACES TO VSAM-DT-PRIM.
TM295      MOVE DRC-CO TO DT-CO.
TM295      MOVE DRC-POLICY TO DT-POLICY.
TM295      READ VSAM-DT INTO VSAM-DT-REC
TM295      MOVE VSAM-DT-FS TO WS-INDX-FS-99
TM295      INITIALIZE TPSWNML-AREA
TM295      MOVE VSAM-DT-PRIM TO TPSWNML-FILE-KEY
TM295      MOVE 'DT' TO TPSWNML-FILE-ID
TM295      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM295      PERFORM P9999-MAP-RESP-CODE
TM295      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM295      IF RTN-CODE NOT = +0
TM295          GO TO 1958-DT-RECEIPT-NOMATCH.
TM295      MOVE 'N' TO WK-DT-NT-SW.
TM295      IF DT-NOT-TAKEN OR DT-SURRENDERED
TM295          GO TO 1957-DT-RECEIPT-REPEAT.
TM295      IF DRC-RETURNED
TM295          GO TO 1954-DT-RETURNED.
TM295      IF DRC-AMENDMENT
TM295          IF DT-AMEND-DATE NOT = SPACES
TM295              GO TO 1957-DT-RECEIPT-REPEAT
TM295          ELSE
TM295              MOVE DRC-DATE TO DT-AMEND-DATE
TM295              ADD +1 TO WK-DT-AMENDED
TM295              GO TO 1955-DT-REWRITE.
TM295      IF DT-DELIVERED
TM295          GO TO 1957-DT-RECEIPT-REPEAT.
TM295      IF DRC-EDELIVERY-ACK
TM295        AND DT-EDELIV-DATE = SPACES
TM295          MOVE DRC-DATE TO DT-EDELIV-DATE.
TM295      IF DRC-EDELIVERY-ACK
TM295        AND DT-SIGNED-RECEIPT-REQ
TM295          ADD +1 TO WK-DT-ACK-ONLY
TM295          GO TO 1955-DT-REWRITE.
TM295 ***  ***DELIVERED -- START THE FREE-LOOK WINDOW  ****************
TM295      MOVE 'D' TO DT-STATUS.
TM295      MOVE DRC-DATE TO DT-DELIV-DATE.
TM295      MOVE DRC-TYPE TO DT-DELIV-METHOD.
TM295      MOVE SPACES TO XDATE-PARMS.
TM295      MOVE DRC-DATE TO XD-IN-DATE.
TM295      MOVE 'YYYYMMDD  ' TO XD-IN-FORMAT.
TM295      MOVE 'YYYYMMDD  ' TO XD-OUTPUT-FORMAT.
TM295      COMPUTE XD-IN-ROLL-DAYS = DT-FREELOOK-DAYS.
TM295      CALL 'XDATETP' USING XDATE-PARMS.
TM295      IF XD-OUT-DATE = 'BAD-DATE'
TM295          MOVE DRC-DATE TO DT-FREELOOK-END
TM295          DISPLAY 'WARNING - BAD DELIVERY DATE ' DRC-DATE
TM295              ', POLICY ' DRC-POLICY
TM295      ELSE
TM295          MOVE XD-OUT-DATE9 TO DT-FREELOOK-END.
TM295      ADD +1 TO WK-DT-DELIVERED.
TM295      GO TO 1955-DT-REWRITE.
TM295 ***  ***RETURNED -- NOT TAKEN WITHIN FREE LOOK, ELSE SURRENDER  *
TM295  1954-DT-RETURNED.
TM295      MOVE DRC-DATE TO DT-SURR-DATE.
TM295      IF DT-DELIVERED
TM295        AND DRC-DATE > DT-FREELOOK-END
TM295          MOVE 'S' TO DT-STATUS
TM295          ADD +1 TO WK-DT-SURRENDERED
TM295          GO TO 1955-DT-REWRITE.
TM295      MOVE 'N' TO DT-STATUS.
TM295      MOVE 'Y' TO WK-DT-NT-SW.
TM295  1955-DT-REWRITE.
TM295      MOVE +0 TO RTN-CODE.
TM295      REWRITE VSAM-DT-REC
TM295      MOVE VSAM-DT-FS TO WS-INDX-FS-99
TM295      INITIALIZE TPSWNML-AREA
TM295      MOVE VSAM-DT-PRIM TO TPSWNML-FILE-KEY
TM295      MOVE 'DT' TO TPSWNML-FILE-ID
TM295      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM295      PERFORM P9999-MAP-RESP-CODE
TM295      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM295      IF RTN-CODE NOT = +0
TM295          DISPLAY 'WARNING - VSAM-DT DISKUP FAILED, POLICY '
TM295              DRC-POLICY
TM295          GO TO 1951-READ-DELIVERY-RECEIPT.
TM295      IF WK-DT-NT-SW NOT = 'Y'
TM295          GO TO 1951-READ-DELIVERY-RECEIPT.
TM295      ADD +1 TO WK-DT-NOT-TAKEN.
TM295      MOVE DT-CO TO WNT-CO.
TM295      MOVE DT-POLICY TO WNT-POLICY.
TM295      MOVE DT-CONTRACT-STATE TO WNT-STATE.
TM295      MOVE DT-ISSUE-DATE TO WNT-ISSUE-DATE.
TM295      MOVE DT-DELIV-DATE TO WNT-DELIV-DATE.
TM295      IF DT-DELIV-DATE = SPACES
TM295          MOVE 'NOT DELIV' TO WNT-DELIV-DATE.
TM295      MOVE DT-FREELOOK-END TO WNT-FREELOOK-END.
TM295      MOVE DT-SURR-DATE TO WNT-SURR-DATE.
TM295      MOVE DT-SERV-AGENT TO WNT-SERV-AGENT.
TM295      MOVE SPACES TO WNT-REPLACEMENT.
TM295      IF DT-IS-REPLACEMENT
TM295          MOVE 'REPL' TO WNT-REPLACEMENT.
TM295      WRITE WRITE39-REC FROM WK-NOTTAKEN-LINE.
TM295      MOVE WS-WRITE39-FS TO CPY-FS-CODE.
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM295      ADD +1 TO WS-REC-WRITE39.
TM295      GO TO 1951-READ-DELIVERY-RECEIPT.
TM295  1957-DT-RECEIPT-REPEAT.
TM295      ADD +1 TO WK-DT-REPEAT.
TM295      DISPLAY 'WARNING - DELIVERY RECEIPT ALREADY APPLIED, POLICY '
TM295          DRC-POLICY ' TYPE ' DRC-TYPE.
TM295      GO TO 1951-READ-DELIVERY-RECEIPT.
TM295  1958-DT-RECEIPT-NOMATCH.
TM295      ADD +1 TO WK-DT-NOMATCH.
TM295      DISPLAY 'WARNING - DELIVERY RECEIPT NOT MATCHED, POLICY '
TM295          DRC-POLICY ' TYPE ' DRC-TYPE.
TM295      GO TO 1951-READ-DELIVERY-RECEIPT.
TM295  1959-DELIVERY-RECEIPTS-EXIT.
TM295      EXIT.
TM295 ***************************************************************
TM295 *  DELIVERY FOLLOW-UP.  RUN ONCE AT START OF JOB ON THE       *
TM295 *  NIGHTLY CYCLE, AFTER 1950.  WALKS VSAM-DT IN KEY SEQUENCE  *
TM295 *  FOR POLICIES STILL PENDING DELIVERY, OR DELIVERED WITH A   *
TM295 *  REQUIRED AMENDMENT SIGNATURE STILL OUT.  WHEN THE ISSUE    *
TM295 *  DATE (OR THE LAST FOLLOW-UP) IS PARM 21 DAYS OR MORE BACK, *
TM295 *  AN AGENCY/DLV TASK NAMING THE SERVICING AGENT IS CUT AND   *
TM295 *  THE FOLLOW-UP IS DATED ON THE ROW, SO THE AGENT IS ASKED   *
TM295 *  AGAIN EVERY PARM 21 DAYS UNTIL THE DOCUMENT COMES IN.      *
TM295 *  THE WF-ROW READ AND THE 4000 TASK-COMPANY STAMP KEY OFF    *
TM295 *  SV-CO/CDC-CO, SO THE ROW'S COMPANY IS SWAPPED IN AROUND    *
TM295 *  THE TASK THE SAME WAY 1910 DOES.                           *
TM295 ***************************************************************
TM295  1960-DELIVERY-FOLLOWUP  SECTION.
TM295      MOVE SPACES TO XDATE-PARMS.
TM295      MOVE WK-SYSTEM-DATE TO XD-IN-DATE.
TM295      MOVE 'YYYYMMDD  ' TO XD-IN-FORMAT.
TM295      MOVE 'YYYYMMDD  ' TO XD-OUTPUT-FORMAT.
TM295      COMPUTE XD-IN-ROLL-DAYS = PARM21-DELIV-DAYS * -1.
TM295      CALL 'XDATETP' USING XDATE-PARMS.
TM295      IF XD-OUT-DATE = 'BAD-DATE'
TM295          DISPLAY 'WARNING - DELIVERY FOLLOW-UP SKIPPED, BAD DATE '
TM295              WK-SYSTEM-DATE
TM295          GO TO 1969-DELIVERY-FOLLOWUP-EXIT.
TM295      MOVE XD-OUT-DATE9 TO WK-DT-CUTOFF-DATE.
TM295      MOVE SV-CO TO WK-DT-HOLD-CO.
TM295      MOVE LOW-VALUES TO VSAM-DT-PRIM.
TM295      START VSAM-DT KEY IS NOT LESS THAN VSAM-DT-PRIM
TM295          INVALID KEY GO TO 1969-DELIVERY-FOLLOWUP-EXIT
TM295      END-START.
TM295  1962-DT-FOLLOWUP-LOOP.
TM295      READ VSAM-DT NEXT RECORD INTO VSAM-DT-REC
TM295      MOVE VSAM-DT-FS TO WS-INDX-FS-99
TM295      INITIALIZE TPSWNML-AREA
TM295      MOVE VSAM-DT-PRIM TO TPSWNML-FILE-KEY
TM295      MOVE 'DT' TO TPSWNML-FILE-ID
TM295      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM295      PERFORM P9999-MAP-RESP-CODE
TM295      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM295      IF RTN-CODE NOT = +0
TM295          GO TO 1969-DELIVERY-FOLLOWUP-EXIT.
TM295      IF DT-PENDING
TM295          NEXT SENTENCE
TM295      ELSE
TM295      IF DT-DELIVERED
TM295        AND DT-AMENDMENT-REQ
TM295        AND DT-AMEND-DATE = SPACES
TM295          NEXT SENTENCE
TM295      ELSE
TM295          GO TO 1962-DT-FOLLOWUP-LOOP.
TM295      IF DT-FOLLOWUP-DATE NOT = SPACES
TM295          MOVE DT-FOLLOWUP-DATE TO WK-DT-REF-DATE
TM295      ELSE
TM295          MOVE DT-ISSUE-DATE TO WK-DT-REF-DATE.
TM295      IF WK-DT-REF-DATE > WK-DT-CUTOFF-DATE
TM295          GO TO 1962-DT-FOLLOWUP-LOOP.
TM295      IF DT-FOLLOWUP-COUNT NOT NUMERIC
TM295          MOVE ZEROS TO DT-FOLLOWUP-COUNT.
TM295      IF DT-FOLLOWUP-COUNT < 999
TM295          ADD 1 TO DT-FOLLOWUP-COUNT.
TM295      MOVE DT-CO TO SV-CO
TM295                    CDC-CO.
TM295      PERFORM 4800-DLV-TASK-RECORD.
TM295      MOVE WK-DT-HOLD-CO TO SV-CO
TM295                            CDC-CO.
TM295      IF RTN-CODE > +0
TM295          DISPLAY 'WARNING - DELIVERY FOLLOW-UP TASK NOT CUT, '
TM295              'POLICY ' DT-POLICY
TM295          GO TO 1962-DT-FOLLOWUP-LOOP.
TM295      ADD +1 TO WK-DT-FOLLOWUP.
TM295      MOVE WK-SYSTEM-DATE TO DT-FOLLOWUP-DATE.
TM295      MOVE +0 TO RTN-CODE.
TM295      REWRITE VSAM-DT-REC
TM295      MOVE VSAM-DT-FS TO WS-INDX-FS-99
TM295      INITIALIZE TPSWNML-AREA
TM295      MOVE VSAM-DT-PRIM TO TPSWNML-FILE-KEY
TM295      MOVE 'DT' TO TPSWNML-FILE-ID
TM295      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM295      PERFORM P9999-MAP-RESP-CODE
TM295      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM295      IF RTN-CODE NOT = +0
TM295          DISPLAY 'WARNING - VSAM-DT DISKUP FAILED, POLICY '
TM295              DT-POLICY.
TM295      GO TO 1962-DT-FOLLOWUP-LOOP.
TM295  1969-DELIVERY-FOLLOWUP-EXIT.
TM295      EXIT.
                                                                         0000830
       1100-PROCESS-ROUTINE  SECTION.                                    0000831
JR511 *    PARMS ARE NOW LOADED IN 1000-INIT-ROUTINE, BEFORE 1030-
TM276      IF ERROR-SWITCH = 'Y'
TM276          GO TO 1195-WA-NEXT-READ.
TM276
TM288 ***************************************************************
TM288 *  SANCTIONS SCREEN -- LAST EDIT BEFORE ANY POLICY NUMBER IS    *
TM288 *  ASSIGNED (2200/2200E), SO A WATCH-LIST HIT IS NEVER ISSUED.  *
TM288 *  A HIT LEAVES THE GROUP IN 'OFC' FOR COMPLIANCE, NOT 008.     *
TM288 ***************************************************************
TM288      PERFORM 2170-OFAC-SCREEN.
TM288      IF ERROR-SWITCH = 'Y'
TM288          GO TO 1195-WA-NEXT-READ.
TM288
TM289 ***************************************************************
TM289 *  FACULTATIVE REINSURANCE CHECK -- A CASE OVER THE TREATY      *
TM289 *  AUTO-BIND LIMIT CANNOT BE ISSUED UNTIL THE REINSURER HAS     *
TM289 *  ACCEPTED IT, SO IT IS HELD IN 'FAC' BEFORE ANY POLICY        *
TM289 *  NUMBER IS ASSIGNED (2200/2200E).                             *
TM289 ***************************************************************
TM289      PERFORM 2190-REINS-FAC-CHECK.
TM289      IF ERROR-SWITCH = 'Y'
TM289          GO TO 1195-WA-NEXT-READ.
TM289
BT231      IF SAVE-PAIND-WASY = WS-G                                     0001035
BT231        AND (SAVE-BLOCK-ID-WASY NOT = SPACES)                       0001036
BT231          PERFORM 2200E-RETRIEVE-BLK-POLICY                         0001037
TM275 *  PRINTED REPORTS.                                            *
TM275 ***************************************************************
TM275      PERFORM 6800-COMMISSION-EXTRACT.
TM289 ***************************************************************
TM289 *  CESSION EXTRACT -- ISSUED BUSINESS OVER RETENTION GOES TO   *
TM289 *  THE REINSURANCE ADMIN SYSTEM THE SAME NIGHT SO THE CEDED    *
TM289 *  AMOUNT IS BOOKED FROM THE ISSUE DATE.                       *
TM289 ***************************************************************
TM289      PERFORM 6300-REINS-CESSION-EXTRACT.
TM290 ***************************************************************
TM290 *  MIB INQUIRY -- EVERY NEW APPLICANT GOES TO MIB THE SAME     *
TM290 *  NIGHT INSTEAD OF BEING KEYED INTO THE VENDOR SITE BY        *
TM290 *  UNDERWRITING.                                               *
TM290 ***************************************************************
TM290      PERFORM 6400-MIB-INQUIRY.
TM292 ***************************************************************
TM292 *  CHANGE LEDGER -- A WORKSITE UPDATE THAT REBUILT A PENDING   *
TM292 *  POLICY IN 4600-CHECK-NEW-BUSINESS LOGS EVERY AP, CV, NB AND *
TM292 *  PM FIELD THE REBUILD CHANGED, SINCE THE AUTOMATIC PATH      *
TM292 *  RAISES NO EENRL CHG TASK TO SHOW THE OLD VALUE.             *
TM292 ***************************************************************
TM292      PERFORM 6550-CHANGE-LEDGER.
TM294 ***************************************************************
TM294 *  INITIAL-PREMIUM REFUND -- AN APPLICATION CLOSED WITHOUT    *
TM294 *  ISSUE WHOSE PREMIUM IS HELD IN SUSPENSE GOES TO ACCOUNTS   *
TM294 *  PAYABLE THE SAME NIGHT INSTEAD OF WAITING FOR A MANUAL     *
TM294 *  REFUND REQUEST.                                            *
TM294 ***************************************************************
TM294      IF WK-RF-PEND-GUID = HWA-DELL-GUID
TM294          MOVE 'Y' TO WK-RF-GROUP-SW
TM294          PERFORM 5800-REFUND-EXTRACT.
TM295 ***************************************************************
TM295 *  DELIVERY TRACKING -- ISSUED BUSINESS IS SEEDED ON THE      *
TM295 *  DELIVERY FILE THE SAME NIGHT SO THE RECEIPT, FREE-LOOK     *
TM295 *  WINDOW AND AGENT FOLLOW-UP ARE TRACKED FROM THE ISSUE      *
TM295 *  DATE.                                                      *
TM295 ***************************************************************
TM295      PERFORM 5900-DELIVERY-SEED.
BT186                                                                    0001057
           PERFORM 2800-CREATE-LOG-RECORD.                               0001058
PS134  1195-WA-NEXT-READ.                                                0001059
TM283      DISPLAY ' ARCHIVE ROWS PAST RETENTION : ' TOT-REC-DISPLAY.
TM279      MOVE WS-REC-WRITE27 TO TOT-REC-DISPLAY.
TM279      DISPLAY ' PREM DISCREPANCY RECORDS W27 : ' TOT-REC-DISPLAY.
TM288      MOVE WK-SC-SCREENED TO TOT-REC-DISPLAY.
TM288      DISPLAY ' GROUPS SANCTIONS-SCREENED : ' TOT-REC-DISPLAY.
TM288      MOVE WK-SC-CLEARED TO TOT-REC-DISPLAY.
TM288      DISPLAY ' GROUPS SCREENED CLEAR : ' TOT-REC-DISPLAY.
TM288      MOVE WK-SC-HELD TO TOT-REC-DISPLAY.
TM288      DISPLAY ' GROUPS HELD FOR COMPLIANCE : ' TOT-REC-DISPLAY.
TM288      MOVE WK-SC-RELEASED TO TOT-REC-DISPLAY.
TM288      DISPLAY ' COMPLIANCE RELEASES PASSED : ' TOT-REC-DISPLAY.
TM288      MOVE WS-REC-WRITE31 TO TOT-REC-DISPLAY.
TM288      DISPLAY ' SCREENING HIT RECORDS W31 : ' TOT-REC-DISPLAY.
TM289      MOVE WK-RI-CHECKED TO TOT-REC-DISPLAY.
TM289      DISPLAY ' GROUPS CHECKED FOR REINSURANCE : ' TOT-REC-DISPLAY.
TM289      MOVE WK-RI-NO-TABLE TO TOT-REC-DISPLAY.
TM289      DISPLAY ' GROUPS WITH NO RETENTION ROW : ' TOT-REC-DISPLAY.
TM289      MOVE WK-RI-HELD TO TOT-REC-DISPLAY.
TM289      DISPLAY ' GROUPS HELD FOR FAC REVIEW : ' TOT-REC-DISPLAY.
TM289      MOVE WK-RI-ACCEPTED TO TOT-REC-DISPLAY.
TM289      DISPLAY ' FAC ACCEPTANCES PASSED : ' TOT-REC-DISPLAY.
TM289      MOVE WS-REC-WRITE32 TO TOT-REC-DISPLAY.
TM289      DISPLAY ' CESSION RECORDS W32 : ' TOT-REC-DISPLAY.
TM290      MOVE WK-MB-INQUIRED TO TOT-REC-DISPLAY.
TM290      DISPLAY ' MIB INQUIRIES SENT : ' TOT-REC-DISPLAY.
TM290      MOVE WK-MB-NOHIT TO TOT-REC-DISPLAY.
TM290      DISPLAY ' MIB NO-HIT RESPONSES APPLIED : ' TOT-REC-DISPLAY.
TM290      MOVE WK-MB-HIT TO TOT-REC-DISPLAY.
TM290      DISPLAY ' MIB HIT RESPONSES APPLIED : ' TOT-REC-DISPLAY.
TM290      MOVE WK-MB-NOMATCH TO TOT-REC-DISPLAY.
TM290      DISPLAY ' MIB RESPONSES NOT MATCHED : ' TOT-REC-DISPLAY.
TM290      MOVE WS-REC-WRITE33 TO TOT-REC-DISPLAY.
TM290      DISPLAY ' MIB INQUIRY RECORDS W33 : ' TOT-REC-DISPLAY.
TM291      MOVE WK-PN-CHECKED TO TOT-REC-DISPLAY.
TM291      DISPLAY ' PRE-ASSIGNED NUMBERS CHECKED : ' TOT-REC-DISPLAY.
TM291      MOVE WK-PN-REJECTED TO TOT-REC-DISPLAY.
TM291      DISPLAY ' PRE-ASSIGNED NUMBERS REJECTED : ' TOT-REC-DISPLAY.
TM291      MOVE WS-REC-WRITE34 TO TOT-REC-DISPLAY.
TM291      DISPLAY ' INVENTORY REPORT LINES W34 : ' TOT-REC-DISPLAY.
TM292      MOVE WK-CL-SNAPSHOTS TO TOT-REC-DISPLAY.
TM292      DISPLAY ' CHANGE LEDGER SNAPSHOTS : ' TOT-REC-DISPLAY.
TM292      MOVE WK-CL-WRITTEN TO TOT-REC-DISPLAY.
TM292      DISPLAY ' CHANGE LEDGER ROWS ADDED : ' TOT-REC-DISPLAY.
TM292      MOVE WS-REC-WRITE35 TO TOT-REC-DISPLAY.
TM292      DISPLAY ' CHANGE REGISTER LINES W35 : ' TOT-REC-DISPLAY.
TM293      MOVE WK-TR-ROUTED TO TOT-REC-DISPLAY.
TM293      DISPLAY ' TASKS ROUTED : ' TOT-REC-DISPLAY.
TM293      MOVE WK-TR-UNROUTED TO TOT-REC-DISPLAY.
TM293      DISPLAY ' TASKS WITH NO ROUTING ROW : ' TOT-REC-DISPLAY.
TM293      MOVE WK-TQ-DROPPED TO TOT-REC-DISPLAY.
TM293      DISPLAY ' ROUTING SUMMARY DROPPED : ' TOT-REC-DISPLAY.
TM293      MOVE WS-REC-WRITE36 TO TOT-REC-DISPLAY.
TM293      DISPLAY ' ROUTING SUMMARY LINES W36 : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-EXTRACTED TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUNDS EXTRACTED W37 : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-NOT-HELD TO TOT-REC-DISPLAY.
TM294      DISPLAY ' CLOSED WITH NO PREMIUM HELD : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-ALREADY TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUNDS ALREADY ON VSAM-RF : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-NO-DATA TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUNDS NO AMOUNT OR PAYEE : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-CONFIRMED TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUND CONFIRMATIONS APPLIED : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-REPEAT TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUND CONFIRMATIONS REPEATED : ' TOT-REC-DISPLAY.
TM294      MOVE WK-RF-NOMATCH TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUND CONFIRMATIONS UNMATCHED : ' TOT-REC-DISPLAY.
TM294      MOVE WS-REC-WRITE38 TO TOT-REC-DISPLAY.
TM294      DISPLAY ' REFUNDS OWED AGING LINES W38 : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-SEEDED TO TOT-REC-DISPLAY.
TM295      DISPLAY ' POLICIES SEEDED FOR DELIVERY : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-ALREADY TO TOT-REC-DISPLAY.
TM295      DISPLAY ' POLICIES ALREADY ON VSAM-DT : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-NO-STATE TO TOT-REC-DISPLAY.
TM295      DISPLAY ' SEEDED WITH NO FREE-LOOK ROW : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-DELIVERED TO TOT-REC-DISPLAY.
TM295      DISPLAY ' POLICIES DELIVERED : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-ACK-ONLY TO TOT-REC-DISPLAY.
TM295      DISPLAY ' E-ACKS AWAITING SIGNED RECEIPT : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-AMENDED TO TOT-REC-DISPLAY.
TM295      DISPLAY ' AMENDMENTS SIGNED : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-NOT-TAKEN TO TOT-REC-DISPLAY.
TM295      DISPLAY ' FREE-LOOK NOT TAKEN W39 : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-SURRENDERED TO TOT-REC-DISPLAY.
TM295      DISPLAY ' SURRENDERED AFTER FREE LOOK : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-REPEAT TO TOT-REC-DISPLAY.
TM295      DISPLAY ' DELIVERY RECEIPTS REPEATED : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-NOMATCH TO TOT-REC-DISPLAY.
TM295      DISPLAY ' DELIVERY RECEIPTS UNMATCHED : ' TOT-REC-DISPLAY.
TM295      MOVE WK-DT-FOLLOWUP TO TOT-REC-DISPLAY.
TM295      DISPLAY ' DELIVERY FOLLOW-UP TASKS : ' TOT-REC-DISPLAY.
DL457      DISPLAY ' '.                                                 DELLRT17
DL457      MOVE WK-NB452-RECS-IN TO TOT-REC-DISPLAY.                    DELLRT17
DL457      DISPLAY ' RECORDS SENT TO LSNNB452 : ' TOT-REC-DISPLAY.      DELLRT17
TM277        AND PARM10-MINI-CYCLE-SW = 'N'
TM277          PERFORM 1241-STATUS-HIST-EXTRACT
TM277              THRU 1249-STATUS-HIST-EXIT.
TM286 *    THE PEND-REASON PARETO WALKS THE WHOLE WA FILE FOR THE
TM286 *    COMPANY AND BELONGS TO THE SAME OWNING RUN AS WELL.
TM286      IF (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM286        AND PARM10-MINI-CYCLE-SW = 'N'
TM286          PERFORM 1251-PEND-PARETO
TM286              THRU 1259-PEND-PARETO-EXIT.
TM292 *    THE CHANGE REGISTER IS ANOTHER WHOLE-FILE PASS AND BELONGS
TM292 *    TO THE SAME OWNING RUN AS THE STATUS-HISTORY EXTRACT.
TM292      IF (PARM13-PARTITION-SW = 'N' OR PARM13-PART-NUM = 1)
TM292        AND PARM10-MINI-CYCLE-SW = 'N'
TM292          PERFORM 1265-CHANGE-REGISTER
TM292              THRU 1269-CHANGE-REGISTER-EXIT.
TM293 *    THE ROUTING SUMMARY COVERS THE TASKS THIS RUN ASSIGNED, SO
TM293 *    EVERY RUN CUTS ONE FOR THE COMPANY IT HAS JUST FINISHED.
TM293      PERFORM 1271-ROUTING-SUMMARY
TM293          THRU 1279-ROUTING-SUMMARY-EXIT.
JR511 ***************************************************************
JR511 *  WK-RT-TABLE ONLY HOLDS WK-RT-MAX (20) DISTINCT WA-FILETYPE/    *
JR511 *  OVERRIDE-IND COMBINATIONS.  IF THAT FILLED UP THIS RUN, SAY    *
TM277      GO TO 1243-STATUS-HIST-LOOP.
TM277  1249-STATUS-HIST-EXIT.
TM277      EXIT.
TM286 ***************************************************************
TM286 *  DAILY PEND-REASON PARETO -- WALK THIS COMPANY'S WA GROUPS,  *
TM286 *  AND FOR EVERY WASY RECORD SITTING IN 008 TALLY EACH CODE ON *
TM286 *  ITS ERROR-CODE TABLE BY OVERRIDE-IND AND BLOCK OF BUSINESS  *
TM286 *  (OFF THE GROUP'S APAP 02, WHICH SORTS AHEAD OF THE WASY).   *
TM286 *  THE TABLE IS THEN RANKED HIGHEST COUNT FIRST WITHIN EACH    *
TM286 *  BREAK AND WRITTEN TO WRITE29 WITH THE CODE DECODED OFF      *
TM286 *  VSAM-EC.                                                    *
TM286 ***************************************************************
TM286  1251-PEND-PARETO.
TM286      MOVE +0 TO WK-PT-ENTRIES
TM286                 WK-PT-GROUPS
TM286                 WK-PT-DROPPED.
TM286      INITIALIZE WK-PARETO-AREA.
TM286      MOVE SPACES TO WK-PT-WORK.
TM286      MOVE LOW-VALUES TO VSAM-WA-PRIM.
TM286      MOVE 'WA' TO VSAM-WA-PRIM (1:2).
TM286      MOVE SV-CO TO VSAM-WA-PRIM (3:2).
TM286      START VSAM-WA KEY IS NOT LESS THAN VSAM-WA-PRIM
TM286          INVALID KEY GO TO 1254-PT-RANK
TM286      END-START.
TM286  1252-PT-WA-LOOP.
TM286      READ VSAM-WA NEXT RECORD INTO WA-APPLICATION-RECORD
TM286      MOVE VSAM-WA-FS TO WS-INDX-FS-99
TM286      INITIALIZE TPSWNML-AREA
TM286      MOVE VSAM-WA-PRIM TO TPSWNML-FILE-KEY
TM286      MOVE WA-FILE-IDZ TO TPSWNML-FILE-ID
TM286      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM286      PERFORM P9999-MAP-RESP-CODE
TM286      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM286      IF RTN-CODE NOT = +0
TM286          GO TO 1254-PT-RANK.
TM286      IF WA-TRANS-TYPE NOT = 'WA'
TM286        OR WA-CO NOT = SV-CO
TM286          GO TO 1254-PT-RANK.
TM286      IF WA-DUP-SEQ NOT = 000
TM286          GO TO 1252-PT-WA-LOOP.
TM286      IF WA-REC-TYPE = 'APAP  02'
TM286          MOVE WA-DELL-GUID TO WK-PT-GUID
TM286          MOVE APAP2-BLOCK-OF-BUSINESS-NA TO WK-PT-GUID-BLOCK
TM286          GO TO 1252-PT-WA-LOOP.
TM286      IF WA-FILE-ID NOT = 'WA'
TM286        OR WA-REC-ID NOT = 'SY'
TM286          GO TO 1252-PT-WA-LOOP.
TM286      IF WA-STATUS NOT = '008'
TM286          GO TO 1252-PT-WA-LOOP.
TM286      ADD +1 TO WK-PT-GROUPS.
TM286      IF WK-PT-GUID NOT = WA-DELL-GUID
TM286          MOVE SPACES TO WK-PT-GUID-BLOCK.
TM286      MOVE +0 TO WK-PT-ERR-SUB.
TM286  1253-PT-ERR-LOOP.
TM286      ADD +1 TO WK-PT-ERR-SUB.
TM286      IF WK-PT-ERR-SUB > +50
TM286          GO TO 1252-PT-WA-LOOP.
TM286      IF WASY-ERROR-CODE (WK-PT-ERR-SUB) = SPACES
TM286          GO TO 1253-PT-ERR-LOOP.
TM286      MOVE WASY-ERROR-CODE (WK-PT-ERR-SUB) TO WK-PT-TALLY-CODE.
TM286      MOVE '**' TO WK-PT-TALLY-OVERRIDE.
TM286      MOVE '****' TO WK-PT-TALLY-BLOCK.
TM286      PERFORM 1261-PT-TALLY THRU 1263-PT-TALLY-EXIT.
TM286      MOVE WASY-LS-OVERRIDE-IND TO WK-PT-TALLY-OVERRIDE.
TM286      MOVE WK-PT-GUID-BLOCK TO WK-PT-TALLY-BLOCK.
TM286      PERFORM 1261-PT-TALLY THRU 1263-PT-TALLY-EXIT.
TM286      GO TO 1253-PT-ERR-LOOP.
TM286  1254-PT-RANK.
TM286      MOVE +0 TO WK-PT-SUB.
TM286  1254-PT-INV-LOOP.
TM286      ADD +1 TO WK-PT-SUB.
TM286      IF WK-PT-SUB > WK-PT-ENTRIES
TM286          MOVE +0 TO WK-PT-SUB
TM286          GO TO 1255-PT-SORT-OUTER.
TM286      COMPUTE WK-PT-INV-COUNT (WK-PT-SUB) =
TM286          9999999 - WK-PT-COUNT (WK-PT-SUB).
TM286      GO TO 1254-PT-INV-LOOP.
TM286  1255-PT-SORT-OUTER.
TM286      ADD +1 TO WK-PT-SUB.
TM286      IF WK-PT-SUB NOT < WK-PT-ENTRIES
TM286          GO TO 1257-PT-WRITE-START.
TM286      MOVE WK-PT-SUB TO WK-PT-SUB2.
TM286  1256-PT-SORT-INNER.
TM286      ADD +1 TO WK-PT-SUB2.
TM286      IF WK-PT-SUB2 > WK-PT-ENTRIES
TM286          GO TO 1255-PT-SORT-OUTER.
TM286      IF WK-PT-KEY (WK-PT-SUB2) < WK-PT-KEY (WK-PT-SUB)
TM286          MOVE WK-PT-ENTRY (WK-PT-SUB) TO WK-PT-HOLD-ENTRY
TM286          MOVE WK-PT-ENTRY (WK-PT-SUB2) TO WK-PT-ENTRY (WK-PT-SUB)
TM286          MOVE WK-PT-HOLD-ENTRY TO WK-PT-ENTRY (WK-PT-SUB2).
TM286      GO TO 1256-PT-SORT-INNER.
TM286  1257-PT-WRITE-START.
TM286      MOVE +0 TO WK-PT-SUB
TM286                 WK-PT-RANK.
TM286      MOVE HIGH-VALUES TO WK-PT-LAST-OVERRIDE
TM286                          WK-PT-LAST-BLOCK.
TM286  1257-PT-WRITE-LOOP.
TM286      ADD +1 TO WK-PT-SUB.
TM286      IF WK-PT-SUB > WK-PT-ENTRIES
TM286          GO TO 1258-PT-TOTALS.
TM286      IF WK-PT-OVERRIDE (WK-PT-SUB) NOT = WK-PT-LAST-OVERRIDE
TM286        OR WK-PT-BLOCK (WK-PT-SUB) NOT = WK-PT-LAST-BLOCK
TM286          MOVE +0 TO WK-PT-RANK
TM286          MOVE WK-PT-OVERRIDE (WK-PT-SUB) TO WK-PT-LAST-OVERRIDE
TM286          MOVE WK-PT-BLOCK (WK-PT-SUB) TO WK-PT-LAST-BLOCK.
TM286      ADD +1 TO WK-PT-RANK.
TM286      MOVE SV-CO TO WPT-CO.
TM286      MOVE WK-PT-OVERRIDE (WK-PT-SUB) TO WPT-OVERRIDE.
TM286      MOVE WK-PT-BLOCK (WK-PT-SUB) TO WPT-BLOCK.
TM286      MOVE WK-PT-CODE (WK-PT-SUB) TO WPT-CODE.
TM286      MOVE WK-PT-COUNT (WK-PT-SUB) TO WPT-COUNT.
TM286      MOVE WK-PT-RANK TO WPT-RANK.
TM286      MOVE WK-PT-CODE (WK-PT-SUB) TO VSAM-EC-PRIM
TM286      READ VSAM-EC
TM286               INTO VSAM-EC-REC
TM286      MOVE VSAM-EC-FS TO WS-INDX-FS-99
TM286      INITIALIZE TPSWNML-AREA
TM286      MOVE VSAM-EC-PRIM TO TPSWNML-FILE-KEY
TM286      MOVE 'EC' TO TPSWNML-FILE-ID
TM286      MOVE 'DISKREAD' TO TPSWNML-FUNCTION-CODE
TM286      PERFORM P9999-MAP-RESP-CODE
TM286      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM286      IF RTN-CODE NOT = +0
TM286          MOVE 'NOT ON EC FILE' TO WPT-SHORT-DESC
TM286          MOVE SPACES TO WPT-OWNING-AREA
TM286                         WPT-FIX-FLAG
TM286          MOVE 'CODE NOT ON THE ERROR-CODE REFERENCE FILE'
TM286              TO WPT-LONG-DESC
TM286      ELSE
TM286          MOVE EC-SHORT-DESC TO WPT-SHORT-DESC
TM286          MOVE EC-OWNING-AREA TO WPT-OWNING-AREA
TM286          MOVE EC-FIX-FLAG TO WPT-FIX-FLAG
TM286          MOVE EC-LONG-DESC TO WPT-LONG-DESC.
TM286      WRITE WRITE29-REC FROM WK-PARETO-LINE.
TM286      MOVE WS-WRITE29-FS TO CPY-FS-CODE.
TM286      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM286      ADD +1 TO WS-REC-WRITE29.
TM286      GO TO 1257-PT-WRITE-LOOP.
TM286  1258-PT-TOTALS.
TM286      MOVE WK-PT-GROUPS TO TOT-REC-DISPLAY.
TM286      DISPLAY ' PEND GROUPS DECODED : ' TOT-REC-DISPLAY.
TM286      MOVE WS-REC-WRITE29 TO TOT-REC-DISPLAY.
TM286      DISPLAY ' PEND PARETO RECORDS W29 : ' TOT-REC-DISPLAY.
TM286      IF WK-PT-DROPPED > +0
TM286          MOVE WK-PT-DROPPED TO TOT-REC-DISPLAY
TM286          DISPLAY ' PARETO TALLIES DROPPED (TABLE FULL) : '
TM286              TOT-REC-DISPLAY.
TM286  1259-PEND-PARETO-EXIT.
TM286      EXIT.
TM286 ***************************************************************
TM286 *  ADD ONE TO THE WK-PARETO-AREA ENTRY FOR THE CURRENT         *
TM286 *  OVERRIDE-IND / BLOCK / CODE, OPENING A NEW ENTRY IF NEEDED. *
TM286 ***************************************************************
TM286  1261-PT-TALLY.
TM286      MOVE +0 TO WK-PT-SUB2.
TM286  1261-PT-TALLY-LOOP.
TM286      ADD +1 TO WK-PT-SUB2.
TM286      IF WK-PT-SUB2 > WK-PT-ENTRIES
TM286          GO TO 1262-PT-TALLY-ADD.
TM286      IF WK-PT-OVERRIDE (WK-PT-SUB2) = WK-PT-TALLY-OVERRIDE
TM286        AND WK-PT-BLOCK (WK-PT-SUB2) = WK-PT-TALLY-BLOCK
TM286        AND WK-PT-CODE (WK-PT-SUB2) = WK-PT-TALLY-CODE
TM286          ADD +1 TO WK-PT-COUNT (WK-PT-SUB2)
TM286          GO TO 1263-PT-TALLY-EXIT.
TM286      GO TO 1261-PT-TALLY-LOOP.
TM286  1262-PT-TALLY-ADD.
TM286      IF WK-PT-ENTRIES NOT < WK-PT-MAX
TM286          ADD +1 TO WK-PT-DROPPED
TM286          GO TO 1263-PT-TALLY-EXIT.
TM286      ADD +1 TO WK-PT-ENTRIES.
TM286      MOVE WK-PT-TALLY-OVERRIDE TO WK-PT-OVERRIDE (WK-PT-ENTRIES).
TM286      MOVE WK-PT-TALLY-BLOCK TO WK-PT-BLOCK (WK-PT-ENTRIES).
TM286      MOVE WK-PT-TALLY-CODE TO WK-PT-CODE (WK-PT-ENTRIES).
TM286      MOVE +1 TO WK-PT-COUNT (WK-PT-ENTRIES).
TM286  1263-PT-TALLY-EXIT.
TM286      EXIT.
TM292 ***************************************************************
TM292 *  DAILY CHANGE REGISTER -- SCAN VSAM-CL AND WRITE ONE WRITE35  *
TM292 *  LINE PER ROW FOR THIS COMPANY DATED WITH THE CYCLE DATE.     *
TM292 *  KEYED CO/GUID/DATE/TIME/SEQ LIKE VSAM-SH, SO A FULL SCAN IS  *
TM292 *  THE ONLY WAY TO SELECT BY DATE.                              *
TM292 ***************************************************************
TM292  1265-CHANGE-REGISTER.
TM292      MOVE LOW-VALUES TO VSAM-CL-PRIM.
TM292      START VSAM-CL KEY IS NOT LESS THAN VSAM-CL-PRIM
TM292          INVALID KEY GO TO 1269-CHANGE-REGISTER-EXIT
TM292      END-START.
TM292  1267-CHANGE-REGISTER-LOOP.
TM292      READ VSAM-CL NEXT RECORD INTO VSAM-CL-REC
TM292      MOVE VSAM-CL-FS TO WS-INDX-FS-99
TM292      INITIALIZE TPSWNML-AREA
TM292      MOVE VSAM-CL-PRIM TO TPSWNML-FILE-KEY
TM292      MOVE 'CL' TO TPSWNML-FILE-ID
TM292      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM292      PERFORM P9999-MAP-RESP-CODE
TM292      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM292      IF RTN-CODE NOT = +0
TM292          GO TO 1269-CHANGE-REGISTER-EXIT.
TM292      IF CL-CO NOT = SV-CO
TM292          GO TO 1267-CHANGE-REGISTER-LOOP.
TM292      IF CL-DATE NOT = WK-SYSTEM-DATE
TM292          GO TO 1267-CHANGE-REGISTER-LOOP.
TM292      MOVE CL-POLICY TO WCL-POLICY.
TM292      MOVE CL-DELL-GUID TO WCL-DELL-GUID.
TM292      MOVE CL-FILE TO WCL-FILE.
TM292      MOVE CL-FIELD TO WCL-FIELD.
TM292      MOVE CL-BEFORE TO WCL-BEFORE.
TM292      MOVE CL-AFTER TO WCL-AFTER.
TM292      MOVE CL-SOURCE TO WCL-SOURCE.
TM292      MOVE CL-TIME TO WCL-TIME.
TM292      WRITE WRITE35-REC FROM WK-CHGREG-LINE.
TM292      MOVE WS-WRITE35-FS TO CPY-FS-CODE.
TM292      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM292      ADD +1 TO WS-REC-WRITE35.
TM292      GO TO 1267-CHANGE-REGISTER-LOOP.
TM292  1269-CHANGE-REGISTER-EXIT.
TM292      EXIT.
TM293 ***************************************************************
TM293 *  DAILY ROUTING SUMMARY -- ONE WRITE36 LINE PER QUEUE AND    *
TM293 *  OPERATOR IN WK-TQ-AREA FOR THE COMPANY JUST PROCESSED.     *
TM293 *  THE TABLE IS EMPTIED FOR THE NEXT COMPANY PASS.            *
TM293 ***************************************************************
TM293  1271-ROUTING-SUMMARY.
TM293      MOVE +0 TO WK-TQ-SUB.
TM293  1273-ROUTING-SUMMARY-LOOP.
TM293      ADD +1 TO WK-TQ-SUB.
TM293      IF WK-TQ-SUB > WK-TQ-ENTRIES
TM293          GO TO 1277-ROUTING-SUMMARY-RESET.
TM293      MOVE SV-CO TO WTS-CO.
TM293      MOVE WK-SYSTEM-DATE TO WTS-RUN-DATE.
TM293      MOVE WK-TQ-TYPE (WK-TQ-SUB) TO WTS-TYPE.
TM293      MOVE WK-TQ-QUEUE (WK-TQ-SUB) TO WTS-QUEUE.
TM293      MOVE WK-TQ-OPID (WK-TQ-SUB) TO WTS-OPID.
TM293      MOVE WK-TQ-COUNT (WK-TQ-SUB) TO WTS-TASKS.
TM293      WRITE WRITE36-REC FROM WK-TRSUM-LINE.
TM293      MOVE WS-WRITE36-FS TO CPY-FS-CODE.
TM293      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM293      ADD +1 TO WS-REC-WRITE36.
TM293      GO TO 1273-ROUTING-SUMMARY-LOOP.
TM293  1277-ROUTING-SUMMARY-RESET.
TM293      MOVE +0 TO WK-TQ-ENTRIES.
TM293      INITIALIZE WK-TQ-AREA.
TM293  1279-ROUTING-SUMMARY-EXIT.
TM293      EXIT.
       1299-PROCESS-END-EXIT.                                            0001151
           EXIT.                                                         0001152
                                                                         0001153
TM278                        AND '10' AND '11' AND '12' AND '13'
TM283                        AND '14' AND '15' AND '16' AND '17'
TM283                        AND '18'
TM288                        AND '19'
TM291                        AND '20'
TM295                        AND '21'
JR511          GO TO 1310-READ-NEXT-PARM.
PS134      IF PARM-TYPE = '01'                                           0001168
PS134          NEXT SENTENCE                                             0001169
TM283 ***************************************************************
TM283  1364-CHK-PARM18.
TM283      IF PARM-TYPE NOT = '18'
TM288          GO TO 1366-CHK-PARM19.
TM283      IF PARM-RETAIN-DAYS-IN NUMERIC
TM283          MOVE PARM-RETAIN-DAYS-IN TO PARM18-RETAIN-DAYS.
TM283      GO TO 1310-READ-NEXT-PARM.
TM288 ***************************************************************
TM288 *  PARM 19 SUPPLIES THE SANCTIONS-SCREENING MATCH THRESHOLD.    *
TM288 ***************************************************************
TM288  1366-CHK-PARM19.
TM288      IF PARM-TYPE NOT = '19'
TM291          GO TO 1368-CHK-PARM20.
TM288      IF PARM-MATCH-SCORE-IN NUMERIC
TM288          MOVE PARM-MATCH-SCORE-IN TO PARM19-MATCH-SCORE.
TM288      GO TO 1310-READ-NEXT-PARM.
TM291 ***************************************************************
TM291 *  PARM 20 REQUESTS THE PRE-ASSIGNED NUMBER INVENTORY REPORT    *
TM291 *  (WRITE34) CUT FROM THE VSAM-PN FILE -- SUPPLIED ON THE       *
TM291 *  MONTHLY RUN.  A NUMERIC VALUE OVERRIDES THE STALE AGE.       *
TM291 ***************************************************************
TM291  1368-CHK-PARM20.
TM291      IF PARM-TYPE NOT = '20'
TM295          GO TO 1370-CHK-PARM21.
TM291      MOVE 'Y' TO PARM20-PN-REPORT-SW.
TM291      IF PARM-STALE-DAYS-IN NUMERIC
TM291          MOVE PARM-STALE-DAYS-IN TO PARM20-STALE-DAYS.
TM291      GO TO 1310-READ-NEXT-PARM.
TM295 ***************************************************************
TM295 *  PARM 21 SUPPLIES THE DELIVERY FOLLOW-UP DAYS FOR           *
TM295 *  1960-DELIVERY-FOLLOWUP.                                    *
TM295 ***************************************************************
TM295  1370-CHK-PARM21.
TM295      IF PARM-TYPE NOT = '21'
TM295          GO TO 1310-READ-NEXT-PARM.
TM295      IF PARM-DELIV-DAYS-IN NUMERIC
TM295          MOVE PARM-DELIV-DAYS-IN TO PARM21-DELIV-DAYS.
TM295      GO TO 1310-READ-NEXT-PARM.
JR511 ***************************************************************
JR511 *  PARM 02 CARDS BEYOND THE PARM02-TABLE-MAX IN-MEMORY SLOTS   *
JR511 *  ARE ADDED TO THE VSAM-GB KEYED BYPASS FILE INSTEAD OF       *
TM279      COMPUTE WK-PV-TOLERANCE = PARM17-PREM-TOL-CENTS / 100.
TM283      IF PARM18-RETAIN-DAYS = 0
TM283          MOVE PARM18-DEFAULT-DAYS TO PARM18-RETAIN-DAYS.
TM288      IF PARM19-MATCH-SCORE = 0
TM288          MOVE PARM19-DEFAULT-SCORE TO PARM19-MATCH-SCORE.
TM291      IF PARM20-STALE-DAYS = 0
TM291          MOVE PARM20-DEFAULT-DAYS TO PARM20-STALE-DAYS.
TM295      IF PARM21-DELIV-DAYS = 0
TM295          MOVE PARM21-DEFAULT-DAYS TO PARM21-DELIV-DAYS.
TM267      IF PARM13-PARTITIONED
TM267          IF PARM13-PART-OF < 2
TM267            OR PARM13-PART-NUM < 1
TM276      PERFORM 8700-READ-KEY-WA.
TM276  2159-BENE-ALLOC-EDIT-EXIT.
TM276      EXIT.
TM288 ***************************************************************
TM288 *  PRE-ISSUE SANCTIONS SCREEN.  WALKS THE GROUP'S WA KEY        *
TM288 *  TABLE FOR THE PARTIES TO THE CONTRACT -- THE APPLICANT ON    *
TM288 *  APAP 01, THE OWNER ON NB/OW AND EVERY BENEFICIARY ON NB/BN   *
TM288 *  -- AND SCORES EACH ONE AGAINST THE WATCH-LIST (2180).  THE   *
TM288 *  RESULT IS STAMPED ON THE WASY RECORD EITHER WAY.  A HIT      *
TM288 *  PUTS THE WHOLE GROUP IN 'OFC' (COMPLIANCE HOLD, NOT 008)     *
TM288 *  AND CUTS ONE COMPLY/OFC TASK; EACH HIT PARTY IS ON WRITE31.  *
TM288 *  WHEN COMPLIANCE CLEARS A FALSE HIT IT RESETS THE STATUS AND  *
TM288 *  MARKS THE WASY RESULT 'R', WHICH THIS SCREEN LETS THROUGH.   *
TM288 ***************************************************************
TM288  2170-OFAC-SCREEN  SECTION.
TM288      MOVE 'N' TO WK-SC-HIT-SW.
TM288      MOVE SPACES TO WK-SC-HIT-PARTY
TM288             WK-SC-HIT-NAME
TM288             WK-SC-HIT-ENTRY
TM288             WK-SC-HIT-LIST.
TM288      MOVE +0 TO WK-SC-PARTIES
TM288              WK-SC-PARTY-HITS.
TM288      PERFORM 4500-GET-SY-RECORD.
TM288      IF ERROR-SWITCH = WS-Y
TM288          MOVE WS-N TO ERROR-SWITCH
TM288          GO TO 2178-RESTORE-WA-REC.
TM288      IF WASY-OFAC-RELEASED
TM288          ADD +1 TO WK-SC-RELEASED
TM288          GO TO 2178-RESTORE-WA-REC.
TM288      MOVE +0 TO WS-SUB1.
TM288      MOVE +1 TO WS-SUB2.
TM288  2171-OFAC-PARTY-LOOP.
TM288      ADD +1 TO WS-SUB1.
TM288      IF WS-SUB1 > WTR-TABLE-MAX
TM288          GO TO 2175-OFAC-STAMP.
TM288      IF WTR-KEY (WS-SUB1) = SPACES
TM288          GO TO 2175-OFAC-STAMP.
TM288      IF WTR-FILE-ID (WS-SUB1) = 'AP'
TM288        AND WTR-REC-ID (WS-SUB1) = 'AP'
TM288          GO TO 2172-OFAC-READ-PARTY.
TM288      IF WTR-FILE-ID (WS-SUB1) = 'NB'
TM288        AND (WTR-REC-ID (WS-SUB1) = WS-OW OR WS-BN)
TM288          GO TO 2172-OFAC-READ-PARTY.
TM288      GO TO 2171-OFAC-PARTY-LOOP.
TM288  2172-OFAC-READ-PARTY.
TM288      MOVE +0 TO RTN-CODE.
TM288      MOVE SPACES TO WA-APPLICATION-RECORD.
TM288      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM288      PERFORM 8700-READ-KEY-WA.
TM288      IF RTN-CODE > +0
TM288          GO TO 2171-OFAC-PARTY-LOOP.
TM288      IF WA-REC-TYPE = 'APAP  01'
TM288          MOVE 'APPL' TO WK-SC-PARTY-TYPE
TM288          MOVE APAP1-APPL-NAME-NA TO WK-SC-NAME
TM288          MOVE APAP1-SSN-NA TO WK-SC-SSN
TM288          MOVE APAP1-DOB-NA TO WK-SC-DOB
TM288          GO TO 2173-OFAC-SCORE.
TM288      IF WA-FILE-ID = 'NB' AND WA-REC-ID = WS-OW
TM288          MOVE 'OWNR' TO WK-SC-PARTY-TYPE
TM288          MOVE NBOW-LM-OW-NAME TO WK-SC-NAME
TM288          MOVE NBOW-LM-OW-SSN TO WK-SC-SSN
TM288          MOVE NBOW-LM-OW-DOB TO WK-SC-DOB
TM288          GO TO 2173-OFAC-SCORE.
TM288      IF WA-FILE-ID = 'NB' AND WA-REC-ID = WS-BN
TM288          MOVE 'BENE' TO WK-SC-PARTY-TYPE
TM288          MOVE NBBN-LM-BN-NAME TO WK-SC-NAME
TM288          MOVE NBBN-LM-BN-SSN TO WK-SC-SSN
TM288          MOVE NBBN-LM-BN-DOB TO WK-SC-DOB
TM288          GO TO 2173-OFAC-SCORE.
TM288      GO TO 2171-OFAC-PARTY-LOOP.
TM288  2173-OFAC-SCORE.
TM288      IF WK-SC-NAME = SPACES
TM288        AND (WK-SC-SSN = SPACES OR ZEROS)
TM288          GO TO 2171-OFAC-PARTY-LOOP.
TM288      ADD +1 TO WK-SC-PARTIES.
TM288      PERFORM 2180-OFAC-SCORE-PARTY.
TM288      GO TO 2171-OFAC-PARTY-LOOP.
TM288 ***  ***STAMP THE SCREEN RESULT ON THE WASY RECORD  ************
TM288  2175-OFAC-STAMP.
TM288      ADD +1 TO WK-SC-SCREENED.
TM288      PERFORM 4500-GET-SY-RECORD.
TM288      IF ERROR-SWITCH = WS-Y
TM288          MOVE WS-N TO ERROR-SWITCH
TM288          GO TO 2178-RESTORE-WA-REC.
TM288      MOVE WA-KEY TO VSAM-WA-PRIM
TM288      READ VSAM-WA
TM288               INTO WA-APPLICATION-RECORD
TM288      MOVE VSAM-WA-FS TO WS-INDX-FS-99
TM288      INITIALIZE TPSWNML-AREA
TM288      MOVE WA-KEY TO TPSWNML-FILE-KEY
TM288      MOVE WA-FILE-IDZ TO TPSWNML-FILE-ID
TM288      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM288      PERFORM P9999-MAP-RESP-CODE
TM288      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM288      IF RTN-CODE > +0
TM288          DISPLAY 'ERROR DISKHOLD WA FILE - RTN-CODE = +' RTN-CODE
TM288          DISPLAY 'LOCATION IS 2175-OFAC-STAMP PARAGRAPH '
TM288          DISPLAY 'WA KEY IS:  ' WA-KEY
TM288          DISPLAY 'CHECK WA FILE STATUS . . . '
TM288          MOVE +2175 TO ABEND-CODE
TM288          PERFORM 9900-ABEND-RTN.
TM288      IF WK-SC-GROUP-HIT
TM288          MOVE 'H' TO WASY-OFAC-RESULT
TM288      ELSE
TM288          MOVE 'C' TO WASY-OFAC-RESULT.
TM288      MOVE WK-SYSTEM-DATE TO WASY-OFAC-DATE.
TM288      MOVE WK-SYSTEM-TIME TO WASY-OFAC-TIME.
TM288      MOVE WK-WL-LIST-DATE TO WASY-OFAC-LIST-DATE.
TM288      MOVE WK-SC-PARTIES TO WASY-OFAC-PARTIES.
TM288      MOVE WA-KEY TO VSAM-WA-PRIM
TM288      REWRITE VSAM-WA-REC
TM288                 FROM WA-APPLICATION-RECORD
TM288      MOVE VSAM-WA-FS TO WS-INDX-FS-99
TM288      INITIALIZE TPSWNML-AREA
TM288      MOVE WA-KEY TO TPSWNML-FILE-KEY
TM288      MOVE WA-FILE-IDZ TO TPSWNML-FILE-ID
TM288      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM288      PERFORM P9999-MAP-RESP-CODE
TM288      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM288      IF RTN-CODE > +0
TM288          DISPLAY 'ERROR DISKUP WA FILE - RTN-CODE = +' RTN-CODE
TM288          DISPLAY 'LOCATION IS 2175-OFAC-STAMP PARAGRAPH '
TM288          DISPLAY 'WA KEY IS:  ' WA-KEY
TM288          DISPLAY 'CHECK WA FILE STATUS . . . '
TM288          MOVE +2176 TO ABEND-CODE
TM288          PERFORM 9900-ABEND-RTN.
TM288      IF NOT WK-SC-GROUP-HIT
TM288          ADD +1 TO WK-SC-CLEARED
TM288          GO TO 2178-RESTORE-WA-REC.
TM288 ***  ***HIT -- COMPLIANCE HOLD AND REVIEW TASK  ****************
TM288  2177-OFAC-HOLD.
TM288      ADD +1 TO WK-SC-HELD.
TM288      MOVE 'OFC' TO WK-STATUS.
TM288      PERFORM 7000-STATUS-ERROR-WA.
TM288      PERFORM 4800-OFC-TASK-RECORD.
TM288      MOVE 'Y' TO ERROR-SWITCH.
TM288  2178-RESTORE-WA-REC.
TM288 *    RE-SEAT THE WA RECORD AREA ON THE GROUP'S LAST RECORD,
TM288 *    THE STATE 4200-LOAD-WA-KEY-TABLE LEAVES BEHIND.
TM288      MOVE +0 TO RTN-CODE.
TM288      MOVE SPACES TO WA-APPLICATION-RECORD.
TM288      MOVE SV-LAST-WA-KEY TO WA-KEY.
TM288      PERFORM 8700-READ-KEY-WA.
TM288  2179-OFAC-SCREEN-EXIT.
TM288      EXIT.
TM288 ***************************************************************
TM288 *  SCORE ONE PARTY AGAINST EVERY WATCH-LIST ENTRY.  SSN MATCH   *
TM288 *  50, DOB MATCH 30, FULL-NAME MATCH 40 (SURNAME ALONE 20) --   *
TM288 *  BLANK OR ZERO IDENTIFIERS NEVER SCORE.  THE BEST-SCORING     *
TM288 *  ENTRY AT OR ABOVE THE PARM 19 THRESHOLD IS THE HIT AND GOES  *
TM288 *  TO WRITE31; THE FIRST HIT ON THE GROUP RIDES ON THE TASK.    *
TM288 ***************************************************************
TM288  2180-OFAC-SCORE-PARTY  SECTION.
TM288      MOVE SPACES TO WK-SC-SURNAME.
TM288      UNSTRING WK-SC-NAME DELIMITED BY ',' OR SPACE
TM288          INTO WK-SC-SURNAME.
TM288      MOVE +0 TO WK-SC-BEST-SCORE
TM288              WK-SC-BEST-SUB
TM288              WK-WL-SUB.
TM288  2181-OFAC-LIST-LOOP.
TM288      ADD +1 TO WK-WL-SUB.
TM288      IF WK-WL-SUB > WK-WL-ENTRIES
TM288          GO TO 2185-OFAC-PARTY-RESULT.
TM288      MOVE +0 TO WK-SC-SCORE.
TM288      IF (WK-SC-SSN NOT = SPACES)
TM288        AND (WK-SC-SSN NOT = ZEROS)
TM288        AND WK-SC-SSN = WK-WL-SSN (WK-WL-SUB)
TM288          ADD +50 TO WK-SC-SCORE.
TM288      IF (WK-SC-DOB NOT = SPACES)
TM288        AND (WK-SC-DOB NOT = ZEROS)
TM288        AND WK-SC-DOB = WK-WL-DOB (WK-WL-SUB)
TM288          ADD +30 TO WK-SC-SCORE.
TM288      IF (WK-SC-NAME NOT = SPACES)
TM288        AND WK-SC-NAME = WK-WL-NAME (WK-WL-SUB)
TM288          ADD +40 TO WK-SC-SCORE
TM288      ELSE
TM288      IF (WK-SC-SURNAME NOT = SPACES)
TM288        AND WK-SC-SURNAME = WK-WL-SURNAME (WK-WL-SUB)
TM288          ADD +20 TO WK-SC-SCORE.
TM288      IF WK-SC-SCORE > WK-SC-BEST-SCORE
TM288          MOVE WK-SC-SCORE TO WK-SC-BEST-SCORE
TM288          MOVE WK-WL-SUB TO WK-SC-BEST-SUB.
TM288      GO TO 2181-OFAC-LIST-LOOP.
TM288  2185-OFAC-PARTY-RESULT.
TM288      IF WK-SC-BEST-SCORE < PARM19-MATCH-SCORE
TM288        OR WK-SC-BEST-SUB = +0
TM288          GO TO 2189-OFAC-SCORE-PARTY-EXIT.
TM288      MOVE 'Y' TO WK-SC-HIT-SW.
TM288      ADD +1 TO WK-SC-PARTY-HITS.
TM288      IF WK-SC-HIT-PARTY = SPACES
TM288          MOVE WK-SC-PARTY-TYPE TO WK-SC-HIT-PARTY
TM288          MOVE WK-SC-NAME TO WK-SC-HIT-NAME
TM288          MOVE WK-WL-ENTRY-ID (WK-SC-BEST-SUB) TO WK-SC-HIT-ENTRY
TM288          MOVE WK-WL-LIST-CODE (WK-SC-BEST-SUB) TO WK-SC-HIT-LIST.
TM288      MOVE SV-CO TO WOF-CO.
TM288      MOVE HWA-DELL-GUID TO WOF-DELL-GUID.
TM288      MOVE WK-SC-PARTY-TYPE TO WOF-PARTY.
TM288      MOVE WK-SC-NAME TO WOF-NAME.
TM288      MOVE '*****' TO WOF-SSN-MASK.
TM288      MOVE WK-SC-SSN (6:4) TO WOF-SSN-LAST4.
TM288      IF WK-SC-SSN = SPACES
TM288          MOVE SPACES TO WOF-SSN.
TM288      MOVE WK-SC-DOB TO WOF-DOB.
TM288      MOVE WK-WL-ENTRY-ID (WK-SC-BEST-SUB) TO WOF-ENTRY-ID.
TM288      MOVE WK-WL-LIST-CODE (WK-SC-BEST-SUB) TO WOF-LIST-CODE.
TM288      MOVE WK-SC-BEST-SCORE TO WOF-SCORE.
TM288      WRITE WRITE31-REC FROM WK-OFAC-LINE.
TM288      MOVE WS-WRITE31-FS TO CPY-FS-CODE.
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM288      ADD +1 TO WS-REC-WRITE31.
TM288  2189-OFAC-SCORE-PARTY-EXIT.
TM288      EXIT.
TM289 ***************************************************************
TM289 *  PRE-ISSUE FACULTATIVE CHECK.  THE GROUP'S FACE AMOUNT IS     *
TM289 *  TESTED AGAINST THE AUTO-BIND LIMIT ON ITS VSAM-RI RETENTION  *
TM289 *  ROW (6350).  OVER THE LIMIT, THE FAC RESULT AND THE FACE     *
TM289 *  HELD ARE STAMPED ON THE WASY RECORD, THE GROUP GOES TO 'FAC' *
TM289 *  AND ONE UWRITE/FAC TASK IS CUT.  ONCE THE REINSURER ACCEPTS, *
TM289 *  UNDERWRITING MARKS THE WASY FAC RESULT 'A' AND RESETS THE    *
TM289 *  STATUS; THE GROUP THEN PASSES UNLESS THE FACE HAS SINCE      *
TM289 *  GONE UP PAST THE AMOUNT THE REINSURER ACCEPTED.  A ZERO      *
TM289 *  AUTO-BIND LIMIT ON THE ROW MEANS THE TREATY HAS NONE.        *
TM289 ***************************************************************
TM289  2190-REINS-FAC-CHECK  SECTION.
TM289      PERFORM 6350-REINS-LOOKUP.
TM289      IF NOT WK-RI-FOUND
TM289          ADD +1 TO WK-RI-NO-TABLE
TM289          GO TO 2198-RESTORE-WA-REC.
TM289      ADD +1 TO WK-RI-CHECKED.
TM289      IF WK-RI-AUTO-BIND = ZEROS
TM289        OR WK-RI-FACE NOT > WK-RI-AUTO-BIND
TM289          GO TO 2198-RESTORE-WA-REC.
TM289      PERFORM 4500-GET-SY-RECORD.
TM289      IF ERROR-SWITCH = WS-Y
TM289          MOVE WS-N TO ERROR-SWITCH
TM289          GO TO 2198-RESTORE-WA-REC.
TM289      IF WASY-FAC-ACCEPTED
TM289        AND WK-RI-FACE NOT > WASY-FAC-AMOUNT
TM289          ADD +1 TO WK-RI-ACCEPTED
TM289          GO TO 2198-RESTORE-WA-REC.
TM289 ***  ***STAMP THE FAC HOLD ON THE WASY RECORD  *****************
TM289  2195-REINS-FAC-STAMP.
TM289      MOVE WA-KEY TO VSAM-WA-PRIM
TM289      READ VSAM-WA
TM289               INTO WA-APPLICATION-RECORD
TM289      MOVE VSAM-WA-FS TO WS-INDX-FS-99
TM289      INITIALIZE TPSWNML-AREA
TM289      MOVE WA-KEY TO TPSWNML-FILE-KEY
TM289      MOVE WA-FILE-IDZ TO TPSWNML-FILE-ID
TM289      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM289      PERFORM P9999-MAP-RESP-CODE
TM289      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM289      IF RTN-CODE > +0
TM289          DISPLAY 'ERROR DISKHOLD WA FILE - RTN-CODE = +' RTN-CODE
TM289          DISPLAY 'LOCATION IS 2195-REINS-FAC-STAMP PARAGRAPH '
TM289          DISPLAY 'WA KEY IS:  ' WA-KEY
TM289          DISPLAY 'CHECK WA FILE STATUS . . . '
TM289          MOVE +2195 TO ABEND-CODE
TM289          PERFORM 9900-ABEND-RTN.
TM289      MOVE 'H' TO WASY-FAC-RESULT.
TM289      MOVE WK-SYSTEM-DATE TO WASY-FAC-DATE.
TM289      MOVE WK-RI-FACE TO WASY-FAC-AMOUNT.
TM289      MOVE WA-KEY TO VSAM-WA-PRIM
TM289      REWRITE VSAM-WA-REC
TM289                 FROM WA-APPLICATION-RECORD
TM289      MOVE VSAM-WA-FS TO WS-INDX-FS-99
TM289      INITIALIZE TPSWNML-AREA
TM289      MOVE WA-KEY TO TPSWNML-FILE-KEY
TM289      MOVE WA-FILE-IDZ TO TPSWNML-FILE-ID
TM289      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM289      PERFORM P9999-MAP-RESP-CODE
TM289      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM289      IF RTN-CODE > +0
TM289          DISPLAY 'ERROR DISKUP WA FILE - RTN-CODE = +' RTN-CODE
TM289          DISPLAY 'LOCATION IS 2195-REINS-FAC-STAMP PARAGRAPH '
TM289          DISPLAY 'WA KEY IS:  ' WA-KEY
TM289          DISPLAY 'CHECK WA FILE STATUS . . . '
TM289          MOVE +2196 TO ABEND-CODE
TM289          PERFORM 9900-ABEND-RTN.
TM289 ***  ***OVER AUTO-BIND -- FACULTATIVE HOLD AND REVIEW TASK  ****
TM289  2197-REINS-FAC-HOLD.
TM289      ADD +1 TO WK-RI-HELD.
TM289      MOVE 'FAC' TO WK-STATUS.
TM289      PERFORM 7000-STATUS-ERROR-WA.
TM289      PERFORM 4800-FAC-TASK-RECORD.
TM289      MOVE 'Y' TO ERROR-SWITCH.
TM289  2198-RESTORE-WA-REC.
TM289 *    RE-SEAT THE WA RECORD AREA ON THE GROUP'S LAST RECORD,
TM289 *    THE STATE 4200-LOAD-WA-KEY-TABLE LEAVES BEHIND.
TM289      MOVE +0 TO RTN-CODE.
TM289      MOVE SPACES TO WA-APPLICATION-RECORD.
TM289      MOVE SV-LAST-WA-KEY TO WA-KEY.
TM289      PERFORM 8700-READ-KEY-WA.
TM289  2199-REINS-FAC-CHECK-EXIT.
TM289      EXIT.
CL131                                                                    0001479
       2200-RETRIEVE-POLICY  SECTION.                                    0001480
KM101      MOVE 'N' TO ERROR-SWITCH.                                     0001481
BT154  2204-CHECK-POLICY.                                                0001541
KM101      PERFORM 3300-ASSIGNED-POLICY.                                 0001542
KM101      IF ERROR-SWITCH = 'N'                                         0001543
TM291         GO TO 2207-CHECK-PN-INVENTORY.
KM101      MOVE 'DUP' TO WK-STATUS.                                      0001545
KM101      PERFORM 7000-STATUS-ERROR-WA.                                 0001546
KM101      MOVE '        ' TO SAVE-TASK-POLICY.                          0001547
KM101      PERFORM 2600-ERROR-TASKS.                                     0001555
KM101      MOVE 'Y' TO ERROR-SWITCH.                                     0001556
KM101      GO TO 2299-RETRIEVE-POLICY-EXIT.                              0001557
TM291 ***************************************************************
TM291 *  A PRE-ASSIGNED NUMBER THAT IS NOT ON FILE MUST ALSO HAVE     *
TM291 *  BEEN HANDED OUT FROM THE INVENTORY AND NOT ALREADY USED OR   *
TM291 *  VOIDED.  A FAILURE LANDS THE GROUP IN 008 WITH ERROR CODE    *
TM291 *  E79 ON THE SY RECORD AND A REVIEW TASK CARRYING THE REASON.  *
TM291 ***************************************************************
TM291  2207-CHECK-PN-INVENTORY.
TM291      PERFORM 3350-CHECK-PN-INVENTORY.
TM291      IF ERROR-SWITCH = 'N'
TM291         GO TO 2240-CHECK-GU-FILE.
TM291      MOVE 'E79' TO WK-ERROR-CODE.
TM291      PERFORM 3700-SY-ERR-MSG.
TM291      MOVE '008' TO WK-STATUS.
TM291      PERFORM 7000-STATUS-ERROR-WA.
TM291      MOVE '        ' TO SAVE-TASK-POLICY.
TM291      MOVE WK-PN-REASON TO SAVE-COMT2-WASY.
TM291      PERFORM 2600-ERROR-TASKS.
TM291      MOVE 'Y' TO ERROR-SWITCH.
TM291      GO TO 2299-RETRIEVE-POLICY-EXIT.
       2219-PROCESS-RE-FILE.                                             0001558
           MOVE 'N' TO ERROR-SWITCH.                                     0001559
      *--------------------------------------------------*               0001560
KM101                                                                    0002830
KM101  3399-ASSIGNED-POLICY-EXIT.                                        0002831
KM101      EXIT.                                                         0002832
TM291 ***************************************************************
TM291 *  PROVE A PRE-ASSIGNED NUMBER AGAINST THE VSAM-PN INVENTORY.   *
TM291 *  THE NUMBER MUST BE ON FILE FOR THE COMPANY AND AVAILABLE, OR *
TM291 *  ALREADY USED BY THIS SAME DELL GUID (A REDRIVE OF THE GROUP  *
TM291 *  THAT FIRST TOOK IT).  AN AVAILABLE NUMBER IS MARKED USED     *
TM291 *  WITH THE CYCLE DATE AND THE GROUP'S DELL GUID.  ERROR-SWITCH *
TM291 *  COMES BACK 'Y' WITH WK-PN-REASON SET WHEN THE NUMBER FAILS.  *
TM291 ***************************************************************
TM291  3350-CHECK-PN-INVENTORY  SECTION.
TM291      MOVE 'N' TO ERROR-SWITCH.
TM291      MOVE SPACES TO WK-PN-REASON.
TM291      ADD +1 TO WK-PN-CHECKED.
TM291      MOVE +0 TO RTN-CODE.
TM291      MOVE SV-CO TO PN-CO.
TM291      MOVE SAVE-PAPOL-WASY TO PN-POLICY.
TM291      READ VSAM-PN INTO VSAM-PN-REC
TM291      MOVE VSAM-PN-FS TO WS-INDX-FS-99
TM291      INITIALIZE TPSWNML-AREA
TM291      MOVE VSAM-PN-PRIM TO TPSWNML-FILE-KEY
TM291      MOVE 'PN' TO TPSWNML-FILE-ID
TM291      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM291      PERFORM P9999-MAP-RESP-CODE
TM291      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM291      IF RTN-CODE = +1
TM291          MOVE 'PRE-ASSIGNED NUMBER NOT ISSUED' TO WK-PN-REASON
TM291          GO TO 3358-PN-REJECT.
TM291      IF RTN-CODE > +1
TM291          DISPLAY 'I/O ERROR ON READ OF PN FILE - RTN-CODE = '
TM291              RTN-CODE
TM291          DISPLAY 'LOCATION IS 3350-CHECK-PN-INVENTORY SECTION '
TM291          DISPLAY 'PROCESSING POLICY:  ' SAVE-PAPOL-WASY
TM291          DISPLAY ' . . . LSNNB402 IS ABENDING  '
TM291          MOVE +3350 TO ABEND-CODE
TM291          PERFORM 9900-ABEND-RTN.
TM291      IF PN-VOIDED
TM291          MOVE 'PRE-ASSIGNED NUMBER VOIDED' TO WK-PN-REASON
TM291          GO TO 3358-PN-REJECT.
TM291      IF PN-USED
TM291        AND PN-DELL-GUID NOT = HWA-DELL-GUID
TM291          MOVE 'PRE-ASSIGNED NUMBER ALREADY USED' TO WK-PN-REASON
TM291          GO TO 3358-PN-REJECT.
TM291      IF PN-USED
TM291          GO TO 3359-CHECK-PN-INVENTORY-EXIT.
TM291      IF NOT PN-AVAILABLE
TM291          MOVE 'PRE-ASSIGNED NUMBER STATE BAD' TO WK-PN-REASON
TM291          GO TO 3358-PN-REJECT.
TM291      MOVE 'U' TO PN-STATE.
TM291      MOVE WK-SYSTEM-DATE TO PN-STATE-DATE.
TM291      MOVE HWA-DELL-GUID TO PN-DELL-GUID.
TM291      REWRITE VSAM-PN-REC
TM291      MOVE VSAM-PN-FS TO WS-INDX-FS-99
TM291      INITIALIZE TPSWNML-AREA
TM291      MOVE VSAM-PN-PRIM TO TPSWNML-FILE-KEY
TM291      MOVE 'PN' TO TPSWNML-FILE-ID
TM291      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM291      PERFORM P9999-MAP-RESP-CODE
TM291      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM291      IF RTN-CODE NOT = +0
TM291          DISPLAY 'WARNING - COULD NOT MARK PRE-ASSIGNED NUMBER '
TM291              'USED, POLICY ' SAVE-PAPOL-WASY ' RTN-CODE = '
TM291              RTN-CODE.
TM291      GO TO 3359-CHECK-PN-INVENTORY-EXIT.
TM291  3358-PN-REJECT.
TM291      ADD +1 TO WK-PN-REJECTED.
TM291      MOVE 'Y' TO ERROR-SWITCH.
TM291  3359-CHECK-PN-INVENTORY-EXIT.
TM291      EXIT.
KM101                                                                    0002833
BT111  3400-SET-BD-STATUS  SECTION.                                      0002834
BT111  3410-GET-BN-REC.                                                  0002835
BT142          MOVE NBS340-RTN-CODEX TO WK-ERROR-CODE                    0003028
BT142          PERFORM 3700-SY-ERR-MSG                                   0003029
CL131          GO TO 3610-RELEASE-RECORD.                                0003030
TM294 *    PREMIUM HELD IN SUSPENSE -- KEEP WHAT WOULD BE REFUNDED ON
TM294 *    THE AP RECORD, FOR A LATER DECLINE OR WITHDRAWAL THAT COMES
TM294 *    IN WITHOUT THE GROUP.
TM294      IF REFUND-SUSP-FLAG-NA-WA = 'Y'
TM294          PERFORM 5850-RF-GROUP-PAYEE
TM294          MOVE WK-RF-AMOUNT TO REFUND-AMT-NA-WA
TM294          MOVE WK-RF-PAYEE-TYPE TO REFUND-PAYEE-TYPE-NA-WA
TM294          MOVE WK-RF-PAYEE-NAME TO REFUND-PAYEE-NAME-NA-WA
TM294          MOVE WK-RF-PAYEE-SSN TO REFUND-PAYEE-SSN-NA-WA
TM294          MOVE WK-RF-ACCT-TYPE TO REFUND-ACCT-TYPE-NA-WA
TM294          MOVE WK-RF-TRANSIT-NO TO REFUND-TRANSIT-NA-WA
TM294          MOVE WK-RF-ACCT-NO TO REFUND-ACCT-NO-NA-WA.
CL131 *-------------------------------------------------*                0003031
CL131 * NBS340 DOES NOT DISKUP AP RECORD SO DO IT HERE. *                0003032
CL131 *-------------------------------------------------*                0003033
BT142          MOVE 'E70' TO WK-ERROR-CODE                               0003042
BT142          PERFORM 3700-SY-ERR-MSG                                   0003043
CL131          GO TO 3610-RELEASE-RECORD.                                0003044
TM294 *    AN APPLICATION CLOSED HERE WITHOUT ISSUE OWES BACK ANY
TM294 *    INITIAL PREMIUM HELD IN SUSPENSE -- LEAVE IT PENDING FOR
TM294 *    5800-REFUND-EXTRACT ONCE THE GROUP HAS SETTLED.
TM294      MOVE SPACES TO WK-RF-REASON.
TM294      IF WK-FINAL-STATUS = '019'
TM294          MOVE 'FC' TO WK-RF-REASON
TM294      ELSE
TM294      IF WASY-FINAL-STATUS = 'DECLINE'
TM294          MOVE 'UD' TO WK-RF-REASON
TM294      ELSE
TM294      IF WASY-FINAL-STATUS = 'CANCEL'
TM294          MOVE 'WD' TO WK-RF-REASON.
TM294      IF WK-RF-REASON NOT = SPACES
TM294          MOVE WK-RF-REASON TO WK-RF-PEND-REASON
TM294          MOVE SAVE-NEXT-POLICY TO WK-RF-PEND-POLICY
TM294          MOVE HWA-DELL-GUID TO WK-RF-PEND-GUID.
CL131      IF CURR-STAT-NA-WA = 019                                      0003045
CL131         MOVE '020' TO WK-STATUS.                                   0003046
CL131      IF CURR-STAT-NA-WA = 010                                      0003047
PS452      ELSE                                                         
PS452          GO TO 4099-TASK-DISKADD-EXIT.                            
AS541      MOVE CDC-CO TO TASK-COMPANY.
TM293 *    A TASK NOBODY OWNS YET ('STP ' OR SPACES) IS ROUTED TO ITS
TM293 *    REVIEW QUEUE OFF VSAM-TR -- A CLOSED TASK NEEDS NO OWNER.
TM293      IF (TASK-RECEIVER-OPID = 'STP ' OR SPACES)
TM293        AND TASK-STATUS NOT = 'C'
TM293          PERFORM 6600-ROUTE-TASK.
SM211 *    CALL 'WRITE4' USING TASK-RECORD.                              0003393
           WRITE WRITE4-REC FROM                                        DELLSQCH
                 TASK-RECORD                                            DELLSQCH
BT170      MOVE GU-POLICY TO SAVE-PAPOL-WASY                             0004076
BT142                     SAVE-PASS-POLICY                               0004077
BT142                     SAVE-NEXT-POLICY.                              0004078
TM292 *    SNAPSHOT THE AP, CV, NB AND PM VALUES ABOUT TO BE REPLACED
TM292 *    SO 6550-CHANGE-LEDGER CAN LOG EVERY FIELD THE REBUILD
TM292 *    CHANGES.  NO POLICY ON THE GU RECORD MEANS NOTHING TO LOG.
TM292      MOVE 'N' TO WK-CL-PENDING-SW.
TM292      IF GU-POLICY NOT = SPACES
TM292          MOVE HWA-DELL-GUID TO WK-CL-DELL-GUID
TM292          MOVE GU-POLICY TO WK-CL-POLICY
TM292          MOVE HWA-TRANS-TYPE TO WK-CL-SRC-TRANS-TYPE
TM292          MOVE HWA-POLCRECTYPE TO WK-CL-SRC-POLCRECTYPE
TM292          MOVE SAVE-LS-PARAM-37 TO WK-CL-SRC-CHG-IND
TM292          MOVE SAVE-LS-OVERRIDE-IND TO WK-CL-SRC-OVERRIDE-IND
TM292          MOVE 'B' TO WK-CL-MODE
TM292          PERFORM 6500-CL-SNAPSHOT
TM292          MOVE 'Y' TO WK-CL-PENDING-SW
TM292          ADD +1 TO WK-CL-SNAPSHOTS.
BT142      PERFORM 7800-DEL-ALL-AP-RECORDS.                              0004079
BT261      PERFORM 7900-DEL-ALL-NB-RECORDS.                             DELLRETC
BT282      IF ERROR-SWITCH = WS-Y                                       DELLRET2
TM274  4899-BHR-TASK-RECORD-EXIT.
TM274      EXIT.
TM274
TM288 ***************************************************************
TM288 *  COMPLIANCE REVIEW TASK -- ONE PER GROUP HELD IN 'OFC' BY     *
TM288 *  2170-OFAC-SCREEN.  THE FIRST HIT PARTY AND ITS WATCH-LIST    *
TM288 *  ENTRY RIDE ON THE COMMENTS; WRITE31 CARRIES EVERY HIT.       *
TM288 ***************************************************************
TM288  4800-OFC-TASK-RECORD SECTION.
TM288      MOVE SPACES TO TASK-RECORD.
TM288      MOVE 'COMPLY' TO TK010-PS-PROCESS.
TM288      MOVE 'OFC' TO TK010-PS-STEP.
TM288      PERFORM 3500-GET-WF-DESCRIPTION.
TM288      IF RTN-CODE > +0
TM288          GO TO 4899-OFC-TASK-RECORD-EXIT.
TM288
TM288      MOVE 'COMPLY' TO TASK-PROCESS.
TM288      MOVE 'OFC' TO TASK-STEP.
TM288      MOVE SV-CO TO TASK-POLICY-CO.
TM288      MOVE SAVE-PAPOL-WASY TO TASK-POLICY-NUM.
TM288      MOVE SPACES TO TASK-POLICY-RDR.
TM288      MOVE SPACES TO TASK-GROUP-NUMBER.
TM288      MOVE HWA-DELL-GUID TO TASK-COMMENT1-A.
TM288      STRING 'SANCTIONS SCREENING HIT - ' DELIMITED BY SIZE
TM288             WK-SC-HIT-PARTY DELIMITED BY SIZE
TM288             ' ' DELIMITED BY SIZE
TM288             WK-SC-HIT-NAME DELIMITED BY SIZE
TM288          INTO TASK-COMMENT2-A.
TM288      STRING 'LIST ENTRY ' DELIMITED BY SIZE
TM288             WK-SC-HIT-ENTRY DELIMITED BY SIZE
TM288             ' ' DELIMITED BY SIZE
TM288             WK-SC-HIT-LIST DELIMITED BY SIZE
TM288             ' - SEE DAILY SCREENING-HITS REPORT' DELIMITED BY SIZE
TM288          INTO TASK-COMMENT3-A.
TM288      MOVE '5' TO TASK-PRIORITY.
TM288      MOVE SPACES TO TASK-ADDTO-DATABASE.
TM288      MOVE WS-P TO TASK-STATUS.
TM288      MOVE WS-STPS TO TASK-SENDER-OPID.
TM288
TM288      MOVE WK-SYSTEM-DATE TO TASK-PENDING-DATE.
TM288      MOVE WK-SYSTEM-TIME TO TASK-PENDING-TIME.
TM288      MOVE WK-SYSTEM-DATE TO TASK-ADDED-DATE.
TM288
TM288      MOVE 000000000 TO TASK-ID.
TM288      MOVE TASK-ID TO TASK-MASTER-ID.
TM288      MOVE WK-SYSTEM-DATE TO TASK-MSTR-PDATE.
TM288      MOVE SPACES TO TASK-IMAGE-ID.
TM288      PERFORM 4000-TASK-DISKADD.
TM288
TM288  4899-OFC-TASK-RECORD-EXIT.
TM288      EXIT.
TM288
TM289 ***************************************************************
TM289 *  FACULTATIVE-REVIEW TASK -- ONE PER GROUP HELD IN 'FAC' BY    *
TM289 *  2190-REINS-FAC-CHECK.  THE FACE, THE AUTO-BIND LIMIT AND     *
TM289 *  THE TREATY IT WAS TESTED AGAINST RIDE ON THE COMMENTS.       *
TM289 ***************************************************************
TM289  4800-FAC-TASK-RECORD SECTION.
TM289      MOVE SPACES TO TASK-RECORD.
TM289      MOVE 'UWRITE' TO TK010-PS-PROCESS.
TM289      MOVE 'FAC' TO TK010-PS-STEP.
TM289      PERFORM 3500-GET-WF-DESCRIPTION.
TM289      IF RTN-CODE > +0
TM289          GO TO 4899-FAC-TASK-RECORD-EXIT.
TM289
TM289      MOVE 'UWRITE' TO TASK-PROCESS.
TM289      MOVE 'FAC' TO TASK-STEP.
TM289      MOVE SV-CO TO TASK-POLICY-CO.
TM289      MOVE SAVE-PAPOL-WASY TO TASK-POLICY-NUM.
TM289      MOVE SPACES TO TASK-POLICY-RDR.
TM289      MOVE SPACES TO TASK-GROUP-NUMBER.
TM289      MOVE HWA-DELL-GUID TO TASK-COMMENT1-A.
TM289      STRING 'FACULTATIVE REVIEW - FACE ' DELIMITED BY SIZE
TM289             WK-RI-FACE DELIMITED BY SIZE
TM289             ' OVER AUTO-BIND ' DELIMITED BY SIZE
TM289             WK-RI-AUTO-BIND DELIMITED BY SIZE
TM289          INTO TASK-COMMENT2-A.
TM289      STRING 'PLAN ' DELIMITED BY SIZE
TM289             WK-RI-PLAN DELIMITED BY SIZE
TM289             ' REINSURER ' DELIMITED BY SIZE
TM289             WK-RI-REINSURER DELIMITED BY SIZE
TM289             ' TREATY ' DELIMITED BY SIZE
TM289             WK-RI-TREATY DELIMITED BY SIZE
TM289          INTO TASK-COMMENT3-A.
TM289      MOVE '5' TO TASK-PRIORITY.
TM289      MOVE SPACES TO TASK-ADDTO-DATABASE.
TM289      MOVE WS-P TO TASK-STATUS.
TM289      MOVE WS-STPS TO TASK-SENDER-OPID.
TM289
TM289      MOVE WK-SYSTEM-DATE TO TASK-PENDING-DATE.
TM289      MOVE WK-SYSTEM-TIME TO TASK-PENDING-TIME.
TM289      MOVE WK-SYSTEM-DATE TO TASK-ADDED-DATE.
TM289
TM289      MOVE 000000000 TO TASK-ID.
TM289      MOVE TASK-ID TO TASK-MASTER-ID.
TM289      MOVE WK-SYSTEM-DATE TO TASK-MSTR-PDATE.
TM289      MOVE SPACES TO TASK-IMAGE-ID.
TM289      PERFORM 4000-TASK-DISKADD.
TM289
TM289  4899-FAC-TASK-RECORD-EXIT.
TM289      EXIT.
TM289
TM290 ***************************************************************
TM290 *  MIB HIT REVIEW TASK -- ONE PER MIBRSPF HIT APPLIED BY        *
TM290 *  1910-MIB-RESPONSES.  THE MIB CODES RIDE ON THE COMMENTS AND  *
TM290 *  ARE KEPT ON THE AP RECORD AS WELL.                           *
TM290 ***************************************************************
TM290  4800-MIB-TASK-RECORD SECTION.
TM290      MOVE SPACES TO TASK-RECORD.
TM290      MOVE 'UWRITE' TO TK010-PS-PROCESS.
TM290      MOVE 'MIB' TO TK010-PS-STEP.
TM290      PERFORM 3500-GET-WF-DESCRIPTION.
TM290      IF RTN-CODE > +0
TM290          GO TO 4899-MIB-TASK-RECORD-EXIT.
TM290
TM290      MOVE 'UWRITE' TO TASK-PROCESS.
TM290      MOVE 'MIB' TO TASK-STEP.
TM290      MOVE MBR-CO TO TASK-POLICY-CO.
TM290      MOVE WK-MB-POLICY TO TASK-POLICY-NUM.
TM290      MOVE SPACES TO TASK-POLICY-RDR.
TM290      MOVE SPACES TO TASK-GROUP-NUMBER.
TM290      STRING 'MIB HIT - RESPONSE DATED ' DELIMITED BY SIZE
TM290             MIB-RESP-DATE-NA-WA DELIMITED BY SIZE
TM290          INTO TASK-COMMENT1-A.
TM290      STRING 'MIB CODES ' DELIMITED BY SIZE
TM290             MBR-CODE (1) DELIMITED BY SIZE
TM290             ' ' DELIMITED BY SIZE
TM290             MBR-CODE (2) DELIMITED BY SIZE
TM290             ' ' DELIMITED BY SIZE
TM290             MBR-CODE (3) DELIMITED BY SIZE
TM290             ' ' DELIMITED BY SIZE
TM290             MBR-CODE (4) DELIMITED BY SIZE
TM290             ' ' DELIMITED BY SIZE
TM290             MBR-CODE (5) DELIMITED BY SIZE
TM290          INTO TASK-COMMENT2-A.
TM290      MOVE 'REVIEW CODES AND CLEAR THE MB ORDER ON THE 04 SCREEN'
TM290         TO TASK-COMMENT3-A.
TM290      MOVE '5' TO TASK-PRIORITY.
TM290      MOVE SPACES TO TASK-ADDTO-DATABASE.
TM290      MOVE WS-P TO TASK-STATUS.
TM290      MOVE WS-STPS TO TASK-SENDER-OPID.
TM290
TM290      MOVE WK-SYSTEM-DATE TO TASK-PENDING-DATE.
TM290      MOVE WK-SYSTEM-TIME TO TASK-PENDING-TIME.
TM290      MOVE WK-SYSTEM-DATE TO TASK-ADDED-DATE.
TM290
TM290      MOVE 000000000 TO TASK-ID.
TM290      MOVE TASK-ID TO TASK-MASTER-ID.
TM290      MOVE WK-SYSTEM-DATE TO TASK-MSTR-PDATE.
TM290      MOVE SPACES TO TASK-IMAGE-ID.
TM290      PERFORM 4000-TASK-DISKADD.
TM290
TM290  4899-MIB-TASK-RECORD-EXIT.
TM290      EXIT.
TM290
TM295 ***************************************************************
TM295 *  DELIVERY FOLLOW-UP TASK -- ONE PER POLICY CHASED BY        *
TM295 *  1960-DELIVERY-FOLLOWUP.  THE TASK RECORD HAS NO AGENT      *
TM295 *  FIELD, SO THE SERVICING AGENT RIDES ON THE COMMENTS AND    *
TM295 *  THE TASK IS ROUTED TO AGENCY SERVICES BY 4000.             *
TM295 ***************************************************************
TM295  4800-DLV-TASK-RECORD SECTION.
TM295      MOVE SPACES TO TASK-RECORD.
TM295      MOVE 'AGENCY' TO TK010-PS-PROCESS.
TM295      MOVE 'DLV' TO TK010-PS-STEP.
TM295      PERFORM 3500-GET-WF-DESCRIPTION.
TM295      IF RTN-CODE > +0
TM295          GO TO 4899-DLV-TASK-RECORD-EXIT.
TM295
TM295      MOVE 'AGENCY' TO TASK-PROCESS.
TM295      MOVE 'DLV' TO TASK-STEP.
TM295      MOVE DT-CO TO TASK-POLICY-CO.
TM295      MOVE DT-POLICY TO TASK-POLICY-NUM.
TM295      MOVE SPACES TO TASK-POLICY-RDR.
TM295      MOVE SPACES TO TASK-GROUP-NUMBER.
TM295      IF DT-PENDING
TM295          STRING 'DELIVERY RECEIPT OUTSTANDING - ISSUED '
TM295                     DELIMITED BY SIZE
TM295                 DT-ISSUE-DATE DELIMITED BY SIZE
TM295                 ' STATE ' DELIMITED BY SIZE
TM295                 DT-CONTRACT-STATE DELIMITED BY SIZE
TM295              INTO TASK-COMMENT1-A
TM295      ELSE
TM295          STRING 'AMENDMENT SIGNATURE OUTSTANDING - DELIVERED '
TM295                     DELIMITED BY SIZE
TM295                 DT-DELIV-DATE DELIMITED BY SIZE
TM295              INTO TASK-COMMENT1-A.
TM295      MOVE DT-FOLLOWUP-COUNT TO WK-DT-COUNT-ED.
TM295      STRING 'SERVICING AGENT ' DELIMITED BY SIZE
TM295             DT-SERV-AGENT DELIMITED BY SIZE
TM295             ' FOLLOW-UP ' DELIMITED BY SIZE
TM295             WK-DT-COUNT-ED DELIMITED BY SIZE
TM295          INTO TASK-COMMENT2-A.
TM295      MOVE 'CONTACT THE AGENT FOR THE SIGNED DOCUMENT'
TM295         TO TASK-COMMENT3-A.
TM295      MOVE '5' TO TASK-PRIORITY.
TM295      MOVE SPACES TO TASK-ADDTO-DATABASE.
TM295      MOVE WS-P TO TASK-STATUS.
TM295      MOVE WS-STPS TO TASK-SENDER-OPID.
TM295
TM295      MOVE WK-SYSTEM-DATE TO TASK-PENDING-DATE.
TM295      MOVE WK-SYSTEM-TIME TO TASK-PENDING-TIME.
TM295      MOVE WK-SYSTEM-DATE TO TASK-ADDED-DATE.
TM295
TM295      MOVE 000000000 TO TASK-ID.
TM295      MOVE TASK-ID TO TASK-MASTER-ID.
TM295      MOVE WK-SYSTEM-DATE TO TASK-MSTR-PDATE.
TM295      MOVE SPACES TO TASK-IMAGE-ID.
TM295      PERFORM 4000-TASK-DISKADD.
TM295
TM295  4899-DLV-TASK-RECORD-EXIT.
TM295      EXIT.
TM295
BT151  4900-DEL-TASK SECTION.                                            0004255
BT151      MOVE WS-N TO WS-POL-REC-FOUND.                                0004256
BT151      MOVE +0 TO M1-RTN-CODE.                                       0004257
BT371          PERFORM 3700-SY-ERR-MSG                                  DELLRET9
BT371          MOVE SAVE-WA-RECORD TO WA-APPLICATION-RECORD             DELLRET9
BT371          GO TO 5699-VOLUNTARY-CANCEL-EXIT.                        DELLRET9
TM294 *    A VOLUNTARY CANCEL OWES BACK ANY INITIAL PREMIUM HELD --
TM294 *    5800-REFUND-EXTRACT TAKES THE POLICY OFF THE SETTLED GROUP.
TM294      MOVE 'VC' TO WK-RF-PEND-REASON.
TM294      MOVE SPACES TO WK-RF-PEND-POLICY.
TM294      MOVE HWA-DELL-GUID TO WK-RF-PEND-GUID.
BT371      MOVE +0 TO WS-SUB1.                                          DELLRET9
BT371  5610-ADD-TO-PASSED-LOOP.                                         DELLRET9
BT371      ADD +1 TO WS-SUB1.                                           DELLRET9
DL90A      END-IF.    
DL90A  5799-LOCATE-AP-EXIT.
DL90A      EXIT.
TM294
TM294 ***************************************************************
TM294 *  INITIAL-PREMIUM REFUND EXTRACT.  CALLED FROM THE MAINLINE  *
TM294 *  ONCE THE GROUP HAS SETTLED, WHEN 3600-BRIDGE-POLICY OR     *
TM294 *  5600-VOLUNTARY-CANCEL LEFT A REFUND PENDING FOR THIS       *
TM294 *  DELL-GUID, AND FROM 1400-APPLY-UW-DECISIONS AND            *
TM294 *  1083-WITHDRAW-APPLICATION WITH NO GROUP IN HAND.  ONLY A   *
TM294 *  POLICY WHOSE AP RECORD HOLDS PREMIUM IN SUSPENSE          *
TM294 *  (REFUND-SUSP-FLAG 'Y') IS REFUNDED.  WITH THE GROUP IN     *
TM294 *  HAND THE PAYEE, AMOUNT AND ACCOUNT DATA COME OFF ITS WA    *
TM294 *  RECORDS (5850-RF-GROUP-PAYEE); WITHOUT IT THEY COME OFF    *
TM294 *  THE REFUND FIELDS 3600-BRIDGE-POLICY STAMPED ON THE AP     *
TM294 *  RECORD.  AN AP RECORD WITH NO AMOUNT OR PAYEE STAMPED IS   *
TM294 *  COUNTED AND REPORTED, NOT EXTRACTED.  THE ROW IS ADDED TO  *
TM294 *  VSAM-RF AND A WRITE37 LINE CUT FOR ACCOUNTS PAYABLE; A     *
TM294 *  POLICY ALREADY ON VSAM-RF IS NOT REFUNDED TWICE.           *
TM294 ***************************************************************
TM294  5800-REFUND-EXTRACT  SECTION.
TM294      MOVE WK-RF-PEND-GUID TO WK-RF-GUID.
TM294      MOVE WK-RF-PEND-POLICY TO WK-RF-POLICY.
TM294      MOVE WK-RF-PEND-REASON TO WK-RF-REASON.
TM294      MOVE HIGH-VALUES TO WK-RF-PEND-GUID.
TM294      MOVE SPACES TO WK-RF-PEND-POLICY
TM294                     WK-RF-PEND-REASON.
TM294      IF WK-RF-POLICY = SPACES
TM294        AND WK-RF-GROUP-SW = 'Y'
TM294          MOVE SAVE-PASS-POLICY TO WK-RF-POLICY.
TM294      IF WK-RF-POLICY = SPACES OR 'UNKNOWN' OR 'DUPLICAT'
TM294          GO TO 5899-REFUND-EXTRACT-EXIT.
TM294      MOVE SPACES TO WK-RF-AP-SSN
TM294                     WK-RF-PAYEE-TYPE
TM294                     WK-RF-PAYEE-NAME
TM294                     WK-RF-PAYEE-SSN
TM294                     WK-RF-ACCT-TYPE
TM294                     WK-RF-TRANSIT-NO
TM294                     WK-RF-ACCT-NO.
TM294      MOVE ZEROS TO WK-RF-AMOUNT.
TM294 ***  ***IS PREMIUM HELD IN SUSPENSE FOR THIS POLICY  ************
TM294      MOVE APPLICATION-RECORD-AP TO WK-RF-SAVE-AP.
TM294      MOVE WA-AP-KEY TO WK-RF-SAVE-AP-KEY.
TM294      MOVE 'N' TO WK-RF-HELD-SW.
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE SPACES TO WA-AP-KEY.
TM294      MOVE SV-CO TO WA-AP-CO.
TM294      MOVE WK-RF-POLICY TO WA-AP-POLICY.
TM294      MOVE 'AP' TO WA-AP-TYPE.
TM294      MOVE SV-CO TO AP-FILE-CO.
TM294      MOVE 'AP' TO AP-FILE-LIT.
TM294      PERFORM 8900-READ-APPREC.
TM294      IF RTN-CODE = +0
TM294        AND REFUND-SUSP-FLAG-NA-WA = 'Y'
TM294          MOVE 'Y' TO WK-RF-HELD-SW
TM294          MOVE SSN-NA-WA TO WK-RF-AP-SSN.
TM294      IF WK-RF-HELD-SW = 'Y'
TM294        AND WK-RF-GROUP-SW NOT = 'Y'
TM294        AND REFUND-AMT-NA-WA NUMERIC
TM294          MOVE REFUND-AMT-NA-WA TO WK-RF-AMOUNT
TM294          MOVE REFUND-PAYEE-TYPE-NA-WA TO WK-RF-PAYEE-TYPE
TM294          MOVE REFUND-PAYEE-NAME-NA-WA TO WK-RF-PAYEE-NAME
TM294          MOVE REFUND-PAYEE-SSN-NA-WA TO WK-RF-PAYEE-SSN
TM294          MOVE REFUND-ACCT-TYPE-NA-WA TO WK-RF-ACCT-TYPE
TM294          MOVE REFUND-TRANSIT-NA-WA TO WK-RF-TRANSIT-NO
TM294          MOVE REFUND-ACCT-NO-NA-WA TO WK-RF-ACCT-NO.
TM294      MOVE WK-RF-SAVE-AP TO APPLICATION-RECORD-AP.
TM294      MOVE WK-RF-SAVE-AP-KEY TO WA-AP-KEY.
TM294      IF WK-RF-HELD-SW NOT = 'Y'
TM294          ADD +1 TO WK-RF-NOT-HELD
TM294          GO TO 5899-REFUND-EXTRACT-EXIT.
TM294      IF WK-RF-GROUP-SW = 'Y'
TM294          PERFORM 5850-RF-GROUP-PAYEE
TM294          GO TO 5840-RF-PAYEE.
TM294      IF WK-RF-AMOUNT = ZEROS
TM294        OR WK-RF-PAYEE-NAME = SPACES
TM294          ADD +1 TO WK-RF-NO-DATA
TM294          DISPLAY 'WARNING - REFUND NOT EXTRACTED, NO AMOUNT OR '
TM294              'PAYEE ON AP RECORD, POLICY ' WK-RF-POLICY
TM294          GO TO 5899-REFUND-EXTRACT-EXIT.
TM294  5840-RF-PAYEE.
TM294      MOVE SPACES TO VSAM-RF-REC.
TM294      MOVE WK-RF-PAYEE-TYPE TO RF-PAYEE-TYPE.
TM294      MOVE WK-RF-PAYEE-NAME TO RF-PAYEE-NAME.
TM294      MOVE WK-RF-PAYEE-SSN TO RF-PAYEE-SSN.
TM294      IF RF-PAYEE-SSN = SPACES
TM294          MOVE WK-RF-AP-SSN TO RF-PAYEE-SSN.
TM294 ***  ***ADD THE REGISTER ROW AND CUT THE EXTRACT  ***************
TM294      MOVE SV-CO TO RF-CO.
TM294      MOVE WK-RF-POLICY TO RF-POLICY.
TM294      MOVE WK-RF-GUID TO RF-DELL-GUID.
TM294      MOVE WK-RF-REASON TO RF-REASON.
TM294      MOVE WK-SYSTEM-DATE TO RF-CLOSED-DATE.
TM294      MOVE WK-RF-AMOUNT TO RF-AMOUNT.
TM294      MOVE WK-RF-ACCT-TYPE TO RF-ACCT-TYPE.
TM294      MOVE WK-RF-TRANSIT-NO TO RF-TRANSIT-NO.
TM294      MOVE WK-RF-ACCT-NO TO RF-ACCT-NO.
TM294      MOVE 'O' TO RF-STATE.
TM294      MOVE ZEROS TO RF-DISB-AMOUNT.
TM294      MOVE +0 TO RTN-CODE.
TM294      WRITE VSAM-RF-REC
TM294      MOVE VSAM-RF-FS TO WS-INDX-FS-99
TM294      INITIALIZE TPSWNML-AREA
TM294      MOVE VSAM-RF-PRIM TO TPSWNML-FILE-KEY
TM294      MOVE 'RF' TO TPSWNML-FILE-ID
TM294      MOVE 'DISKADD' TO TPSWNML-FUNCTION-CODE
TM294      PERFORM P9999-MAP-RESP-CODE
TM294      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM294      IF RTN-CODE NOT = +0
TM294          ADD +1 TO WK-RF-ALREADY
TM294          DISPLAY 'WARNING - REFUND NOT ADDED TO VSAM-RF, POLICY '
TM294              WK-RF-POLICY
TM294          GO TO 5899-REFUND-EXTRACT-EXIT.
TM294      ADD +1 TO WK-RF-EXTRACTED.
TM294      MOVE RF-CO TO WRF-CO.
TM294      MOVE RF-POLICY TO WRF-POLICY.
TM294      MOVE RF-REASON TO WRF-REASON.
TM294      MOVE RF-CLOSED-DATE TO WRF-CLOSED-DATE.
TM294      MOVE RF-PAYEE-TYPE TO WRF-PAYEE-TYPE.
TM294      MOVE RF-PAYEE-NAME TO WRF-PAYEE-NAME.
TM294      MOVE RF-PAYEE-SSN TO WRF-PAYEE-SSN.
TM294      MOVE RF-AMOUNT TO WRF-AMOUNT.
TM294      MOVE RF-ACCT-TYPE TO WRF-ACCT-TYPE.
TM294      MOVE RF-TRANSIT-NO TO WRF-TRANSIT-NO.
TM294      MOVE RF-ACCT-NO TO WRF-ACCT-NO.
TM294      MOVE RF-DELL-GUID TO WRF-DELL-GUID.
TM294      WRITE WRITE37-REC FROM WK-REFUND-LINE.
TM294      MOVE WS-WRITE37-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      ADD +1 TO WS-REC-WRITE37.
TM294  5899-REFUND-EXTRACT-EXIT.
TM294      EXIT.
TM294
TM294 ***************************************************************
TM294 *  REFUND PAYEE, AMOUNT AND ACCOUNT DATA OFF THE GROUP'S WA   *
TM294 *  RECORDS.  THE PAYEE IS THE OWNER WHEN THE GROUP SENT AN   *
TM294 *  NB/OW SEGMENT, THE APPLICANT ON APAP 01 OTHERWISE; THE     *
TM294 *  AMOUNT IS THE MODAL PREMIUM OFF APAP 02 AND THE ACCOUNT    *
TM294 *  DATA COMES OFF NB/AC.  USED BY 5800-REFUND-EXTRACT AND BY  *
TM294 *  3600-BRIDGE-POLICY TO STAMP THE AP RECORD, SO THE CALLER'S *
TM294 *  WA RECORD, SUBSCRIPTS AND RTN-CODE ARE SAVED AND PUT BACK. *
TM294 ***************************************************************
TM294  5850-RF-GROUP-PAYEE  SECTION.
TM294      MOVE WA-APPLICATION-RECORD TO WK-RF-WA-SAVE.
TM294      MOVE WS-SUB1 TO WK-RF-SAVE-SUB1.
TM294      MOVE WS-SUB2 TO WK-RF-SAVE-SUB2.
TM294      MOVE RTN-CODE TO WK-RF-SAVE-RTN.
TM294      MOVE SPACES TO WK-RF-APPL-NAME
TM294                     WK-RF-APPL-SSN
TM294                     WK-RF-OWNER-NAME
TM294                     WK-RF-OWNER-SSN
TM294                     WK-RF-PAYEE-TYPE
TM294                     WK-RF-PAYEE-NAME
TM294                     WK-RF-PAYEE-SSN
TM294                     WK-RF-ACCT-TYPE
TM294                     WK-RF-TRANSIT-NO
TM294                     WK-RF-ACCT-NO.
TM294      MOVE ZEROS TO WK-RF-AMOUNT.
TM294 ***  ***APPLICANT AND PREMIUM OFF THE GROUP'S APAP RECORDS  *****
TM294      MOVE +1 TO WS-SUB1.
TM294      IF WTR-FILE-ID (WS-SUB1) = 'AP'
TM294        AND WTR-REC-ID (WS-SUB1) = 'AP'
TM294          NEXT SENTENCE
TM294      ELSE
TM294          GO TO 5853-RF-LOCATE-SEGMENTS.
TM294      MOVE +1 TO WS-SUB2.
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE SPACES TO WA-APPLICATION-RECORD.
TM294      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM294      PERFORM 8700-READ-KEY-WA.
TM294      IF RTN-CODE = +0
TM294          MOVE APAP1-APPL-NAME-NA TO WK-RF-APPL-NAME
TM294          MOVE APAP1-SSN-NA TO WK-RF-APPL-SSN.
TM294      MOVE +2 TO WS-SUB2.
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE SPACES TO WA-APPLICATION-RECORD.
TM294      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM294      PERFORM 8700-READ-KEY-WA.
TM294      IF RTN-CODE = +0
TM294        AND APAP2-MODAL-PREM-NA NUMERIC
TM294          MOVE APAP2-MODAL-PREM-NA TO WK-RF-AMOUNT.
TM294 ***  ***OWNER AND BANKING OFF THE NB/OW AND NB/AC SEGMENTS  *****
TM294  5853-RF-LOCATE-SEGMENTS.
TM294      MOVE +0 TO WS-SUB1.
TM294      MOVE +1 TO WS-SUB2.
TM294  5855-RF-SEGMENT-LOOP.
TM294      ADD +1 TO WS-SUB1.
TM294      IF WS-SUB1 > WTR-TABLE-MAX
TM294          GO TO 5857-RF-PICK-PAYEE.
TM294      IF WTR-KEY (WS-SUB1) = SPACES
TM294          GO TO 5857-RF-PICK-PAYEE.
TM294      IF WTR-FILE-ID (WS-SUB1) = 'NB'
TM294        AND (WTR-REC-ID (WS-SUB1) = WS-OW OR 'AC')
TM294          NEXT SENTENCE
TM294      ELSE
TM294          GO TO 5855-RF-SEGMENT-LOOP.
TM294      MOVE +0 TO RTN-CODE.
TM294      MOVE SPACES TO WA-APPLICATION-RECORD.
TM294      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM294      PERFORM 8700-READ-KEY-WA.
TM294      IF RTN-CODE > +0
TM294          GO TO 5855-RF-SEGMENT-LOOP.
TM294      IF WA-REC-ID = WS-OW
TM294        AND WK-RF-OWNER-NAME = SPACES
TM294          MOVE NBOW-LM-OW-NAME TO WK-RF-OWNER-NAME
TM294          MOVE NBOW-LM-OW-SSN TO WK-RF-OWNER-SSN
TM294          GO TO 5855-RF-SEGMENT-LOOP.
TM294      IF WA-REC-ID = 'AC'
TM294          MOVE NBAC-ACCT-TYPE TO WK-RF-ACCT-TYPE
TM294          MOVE NBAC-TRANSIT-NO TO WK-RF-TRANSIT-NO
TM294          MOVE NBAC-ACCT-NO TO WK-RF-ACCT-NO.
TM294      GO TO 5855-RF-SEGMENT-LOOP.
TM294  5857-RF-PICK-PAYEE.
TM294      IF WK-RF-OWNER-NAME NOT = SPACES
TM294          MOVE 'O' TO WK-RF-PAYEE-TYPE
TM294          MOVE WK-RF-OWNER-NAME TO WK-RF-PAYEE-NAME
TM294          MOVE WK-RF-OWNER-SSN TO WK-RF-PAYEE-SSN
TM294      ELSE
TM294          MOVE 'A' TO WK-RF-PAYEE-TYPE
TM294          MOVE WK-RF-APPL-NAME TO WK-RF-PAYEE-NAME
TM294          MOVE WK-RF-APPL-SSN TO WK-RF-PAYEE-SSN.
TM294      MOVE WK-RF-WA-SAVE TO WA-APPLICATION-RECORD.
TM294      MOVE WK-RF-SAVE-SUB1 TO WS-SUB1.
TM294      MOVE WK-RF-SAVE-SUB2 TO WS-SUB2.
TM294      MOVE WK-RF-SAVE-RTN TO RTN-CODE.
TM294  5859-RF-GROUP-PAYEE-EXIT.
TM294      EXIT.
TM294
TM295 ***************************************************************
TM295 *  DELIVERY SEED.  CALLED FROM THE MAINLINE ONCE THE GROUP    *
TM295 *  HAS SETTLED; ONLY A GROUP THAT WROTE A POLICY (009/010)    *
TM295 *  IS SEEDED.  CONTRACT STATE, WRITING AGENT AND PLAN COME    *
TM295 *  OFF APAP 02; THE SERVICING AGENT IS THE GROUP'S, FALLING   *
TM295 *  BACK TO THE WRITING AGENT.  THE FREE-LOOK DAYS (THE        *
TM295 *  REPLACEMENT DAYS FOR A REPLACEMENT) AND THE RECEIPT AND    *
TM295 *  AMENDMENT RULES ARE COPIED OFF THE STATE'S VSAM-FL ROW,    *
TM295 *  OR THE COMPANY'S '**' ROW.  A POLICY ALREADY ON VSAM-DT    *
TM295 *  (A RE-SENT GROUP) IS COUNTED AND LEFT AS IT IS.            *
TM295 ***************************************************************
TM295  5900-DELIVERY-SEED  SECTION.
TM295      IF WK-STATUS = '009' OR '010'
TM295          NEXT SENTENCE
TM295      ELSE
TM295          GO TO 5999-DELIVERY-SEED-EXIT.
TM295      IF SAVE-PASS-POLICY = SPACES
TM295          GO TO 5999-DELIVERY-SEED-EXIT.
TM295      MOVE SPACES TO VSAM-DT-REC.
TM295      MOVE SV-CO TO DT-CO.
TM295      MOVE SAVE-PASS-POLICY TO DT-POLICY.
TM295      MOVE HWA-DELL-GUID TO DT-DELL-GUID.
TM295      MOVE WK-SYSTEM-DATE TO DT-ISSUE-DATE.
TM295      MOVE SAVE-SERV-AGENT TO DT-SERV-AGENT.
TM295      MOVE 'N' TO DT-REPLACEMENT.
TM295      IF SAVE-REPL-INDICATOR-NA NOT = SPACES
TM295          MOVE 'Y' TO DT-REPLACEMENT.
TM295      MOVE ZEROS TO DT-FOLLOWUP-COUNT.
TM295      MOVE 'P' TO DT-STATUS.
TM295 ***  ***STATE, AGENT AND PLAN OFF THE GROUP'S APAP 02  **********
TM295      MOVE +1 TO WS-SUB1.
TM295      MOVE +2 TO WS-SUB2.
TM295      IF WTR-FILE-ID (WS-SUB1) = 'AP'
TM295        AND WTR-REC-ID (WS-SUB1) = 'AP'
TM295          NEXT SENTENCE
TM295      ELSE
TM295          GO TO 5910-DT-FIND-STATE.
TM295      MOVE +0 TO RTN-CODE.
TM295      MOVE SPACES TO WA-APPLICATION-RECORD.
TM295      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM295      PERFORM 8700-READ-KEY-WA.
TM295      IF RTN-CODE = +0
TM295          MOVE APAP2-CONTRACT-ST-NA TO DT-CONTRACT-STATE
TM295          MOVE APAP2-WRITING-AGENT-NA TO DT-WRIT-AGENT
TM295          MOVE APAP2-BASE-PLAN-NA TO DT-PLAN.
TM295      IF DT-SERV-AGENT = SPACES
TM295          MOVE DT-WRIT-AGENT TO DT-SERV-AGENT.
TM295 ***  ***FREE-LOOK RULES OFF THE STATE TABLE  ********************
TM295  5910-DT-FIND-STATE.
TM295      MOVE 'N' TO WK-DT-FOUND-SW.
TM295      MOVE DT-CONTRACT-STATE TO WK-DT-SRCH-STATE.
TM295      IF WK-DT-SRCH-STATE = SPACES
TM295          MOVE '**' TO WK-DT-SRCH-STATE.
TM295  5920-DT-READ-STATE.
TM295      MOVE +0 TO RTN-CODE.
TM295      MOVE SV-CO TO FL-CO.
TM295      MOVE WK-DT-SRCH-STATE TO FL-STATE.
TM295      READ VSAM-FL INTO VSAM-FL-REC
TM295      MOVE VSAM-FL-FS TO WS-INDX-FS-99
TM295      INITIALIZE TPSWNML-AREA
TM295      MOVE VSAM-FL-PRIM TO TPSWNML-FILE-KEY
TM295      MOVE 'FL' TO TPSWNML-FILE-ID
TM295      MOVE 'DISKREAD' TO TPSWNML-FUNCTION-CODE
TM295      PERFORM P9999-MAP-RESP-CODE
TM295      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM295      IF RTN-CODE = +0
TM295          MOVE 'Y' TO WK-DT-FOUND-SW
TM295          GO TO 5930-DT-SET-RULES.
TM295      IF WK-DT-SRCH-STATE NOT = '**'
TM295          MOVE '**' TO WK-DT-SRCH-STATE
TM295          GO TO 5920-DT-READ-STATE.
TM295  5930-DT-SET-RULES.
TM295      IF NOT WK-DT-FOUND
TM295          ADD +1 TO WK-DT-NO-STATE
TM295          MOVE WK-DT-DEFAULT-DAYS TO DT-FREELOOK-DAYS
TM295          MOVE 'N' TO DT-RECEIPT-REQ
TM295                      DT-AMEND-REQ
TM295          GO TO 5940-DT-ADD-ROW.
TM295      MOVE FL-FREELOOK-DAYS TO DT-FREELOOK-DAYS.
TM295      IF DT-IS-REPLACEMENT
TM295        AND FL-REPL-FREELOOK-DAYS NUMERIC
TM295        AND FL-REPL-FREELOOK-DAYS > ZEROS
TM295          MOVE FL-REPL-FREELOOK-DAYS TO DT-FREELOOK-DAYS.
TM295      IF DT-FREELOOK-DAYS NOT NUMERIC
TM295          MOVE WK-DT-DEFAULT-DAYS TO DT-FREELOOK-DAYS.
TM295      MOVE FL-RECEIPT-REQ TO DT-RECEIPT-REQ.
TM295      MOVE FL-AMEND-REQ TO DT-AMEND-REQ.
TM295 ***  ***ADD THE DELIVERY ROW  ***********************************
TM295  5940-DT-ADD-ROW.
TM295      MOVE +0 TO RTN-CODE.
TM295      WRITE VSAM-DT-REC
TM295      MOVE VSAM-DT-FS TO WS-INDX-FS-99
TM295      INITIALIZE TPSWNML-AREA
TM295      MOVE VSAM-DT-PRIM TO TPSWNML-FILE-KEY
TM295      MOVE 'DT' TO TPSWNML-FILE-ID
TM295      MOVE 'DISKADD' TO TPSWNML-FUNCTION-CODE
TM295      PERFORM P9999-MAP-RESP-CODE
TM295      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM295      IF RTN-CODE NOT = +0
TM295          ADD +1 TO WK-DT-ALREADY
TM295          GO TO 5999-DELIVERY-SEED-EXIT.
TM295      ADD +1 TO WK-DT-SEEDED.
TM295  5999-DELIVERY-SEED-EXIT.
TM295      EXIT.
TM295
                                                                         0004569
       6000-CHECK-DATE  SECTION.                                         0004570
           IF WK-DATE = SPACES                                           0004571
TM266  6299-WRITE-REPL-REG-EXIT.
TM266      EXIT.
TM266
TM289 ***************************************************************
TM289 *  REINSURANCE CESSION EXTRACT.  CALLED FROM THE MAINLINE       *
TM289 *  AFTER 2500-TASK-RECORD HAS SETTLED THE GROUP'S FINAL         *
TM289 *  DISPOSITION; ONLY ISSUED BUSINESS (009/010) IS CEDED.  THE   *
TM289 *  RETAINED AMOUNT IS THE RETENTION ON THE GROUP'S VSAM-RI ROW  *
TM289 *  (6350) AND EVERYTHING OVER IT IS CEDED.  A CASE THAT WENT    *
TM289 *  OVER THE AUTO-BIND LIMIT COULD ONLY HAVE ISSUED THROUGH AN   *
TM289 *  ACCEPTED FAC REVIEW (2190), SO IT IS MARKED FACULTATIVE.     *
TM289 ***************************************************************
TM289  6300-REINS-CESSION-EXTRACT  SECTION.
TM289      IF WK-STATUS = '009' OR '010'
TM289          NEXT SENTENCE
TM289      ELSE
TM289          GO TO 6399-REINS-CESSION-EXIT.
TM289      IF SAVE-PASS-POLICY = SPACES
TM289          GO TO 6399-REINS-CESSION-EXIT.
TM289      PERFORM 6350-REINS-LOOKUP.
TM289      IF NOT WK-RI-FOUND
TM289          GO TO 6399-REINS-CESSION-EXIT.
TM289      IF WK-RI-FACE NOT > WK-RI-RETENTION
TM289          GO TO 6399-REINS-CESSION-EXIT.
TM289      COMPUTE WK-RI-CEDED-AMT = WK-RI-FACE - WK-RI-RETENTION.
TM289      MOVE SV-CO TO WCE-CO.
TM289      MOVE SAVE-PASS-POLICY TO WCE-POLICY.
TM289      MOVE WK-RI-PLAN TO WCE-PLAN.
TM289      MOVE WK-RI-PLANOPT TO WCE-PLANOPT.
TM289      MOVE WK-RI-FACE TO WCE-FACE-AMOUNT.
TM289      MOVE WK-RI-RETENTION TO WCE-RETAINED-AMT.
TM289      MOVE WK-RI-CEDED-AMT TO WCE-CEDED-AMT.
TM289      MOVE WK-RI-SSN TO WCE-INSURED-SSN.
TM289      MOVE WK-RI-DOB TO WCE-INSURED-DOB.
TM289      MOVE WK-RI-ISSUE-AGE TO WCE-ISSUE-AGE.
TM289      MOVE WK-RI-STATE TO WCE-CONTRACT-STATE.
TM289      MOVE WK-RI-REINSURER TO WCE-REINSURER.
TM289      MOVE WK-RI-TREATY TO WCE-TREATY.
TM289      MOVE 'A' TO WCE-BIND-TYPE.
TM289      IF WK-RI-AUTO-BIND NOT = ZEROS
TM289        AND WK-RI-FACE > WK-RI-AUTO-BIND
TM289          MOVE 'F' TO WCE-BIND-TYPE.
TM289      MOVE WK-SYSTEM-DATE TO WCE-ISSUE-DATE.
TM289      WRITE WRITE32-REC FROM WK-CESSION-REC.
TM289      MOVE WS-WRITE32-FS TO CPY-FS-CODE.
TM289      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM289      ADD +1 TO WS-REC-WRITE32.
TM289  6399-REINS-CESSION-EXIT.
TM289      EXIT.
TM289
TM289 ***************************************************************
TM289 *  RETENTION LOOKUP FOR THE CURRENT GROUP.  THE INSURED'S SSN   *
TM289 *  AND DOB COME OFF APAP 01, PLAN, FACE AND CONTRACT STATE OFF  *
TM289 *  APAP 02.  ISSUE AGE IS AGE LAST BIRTHDAY ON THE CYCLE DATE   *
TM289 *  (ZERO WHEN THE DOB IS MISSING).  THE VSAM-RI ROW IS THE      *
TM289 *  FIRST BAND FOR THE COMPANY AND PLAN WHOSE TOP AGE IS NOT     *
TM289 *  BELOW THE ISSUE AGE, FALLING BACK TO THE COMPANY'S '*****'   *
TM289 *  DEFAULT PLAN.  WK-RI-FOUND IS OFF WHEN NEITHER HAS A ROW.    *
TM289 *  LEAVES THE WA RECORD AREA ON APAP 02 -- CALLER RE-SEATS IT   *
TM289 *  IF IT NEEDS TO.                                              *
TM289 ***************************************************************
TM289  6350-REINS-LOOKUP  SECTION.
TM289      MOVE 'N' TO WK-RI-FOUND-SW.
TM289      MOVE SPACES TO WK-RI-SSN
TM289             WK-RI-DOB
TM289             WK-RI-PLAN
TM289             WK-RI-PLANOPT
TM289             WK-RI-STATE
TM289             WK-RI-REINSURER
TM289             WK-RI-TREATY.
TM289      MOVE ZEROS TO WK-RI-FACE
TM289             WK-RI-RETENTION
TM289             WK-RI-AUTO-BIND.
TM289      MOVE +0 TO WK-RI-ISSUE-AGE
TM289              WK-RI-CEDED-AMT.
TM289      MOVE +1 TO WS-SUB1.
TM289      MOVE +1 TO WS-SUB2.
TM289      IF WTR-FILE-ID (WS-SUB1) = 'AP'
TM289        AND WTR-REC-ID (WS-SUB1) = 'AP'
TM289          NEXT SENTENCE
TM289      ELSE
TM289          GO TO 6359-REINS-LOOKUP-EXIT.
TM289      MOVE +0 TO RTN-CODE.
TM289      MOVE SPACES TO WA-APPLICATION-RECORD.
TM289      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM289      PERFORM 8700-READ-KEY-WA.
TM289      IF RTN-CODE > +0
TM289          GO TO 6359-REINS-LOOKUP-EXIT.
TM289      MOVE APAP1-SSN-NA TO WK-RI-SSN.
TM289      MOVE APAP1-DOB-NA TO WK-RI-DOB.
TM289      MOVE +2 TO WS-SUB2.
TM289      MOVE +0 TO RTN-CODE.
TM289      MOVE SPACES TO WA-APPLICATION-RECORD.
TM289      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM289      PERFORM 8700-READ-KEY-WA.
TM289      IF RTN-CODE > +0
TM289          GO TO 6359-REINS-LOOKUP-EXIT.
TM289      MOVE APAP2-BASE-PLAN-NA TO WK-RI-PLAN.
TM289      MOVE APAP2-BASE-PLANOPT-NA TO WK-RI-PLANOPT.
TM289      MOVE APAP2-CONTRACT-ST-NA TO WK-RI-STATE.
TM289      MOVE APAP2-FACE-AMOUNT-NA TO WK-RI-FACE.
TM289      MOVE WK-SYSTEM-DATE TO WK-RI-TODAY.
TM289      IF WK-RI-DOB NOT NUMERIC
TM289        OR WK-RI-TODAY NOT NUMERIC
TM289          GO TO 6353-REINS-FIND-PLAN.
TM289      COMPUTE WK-RI-ISSUE-AGE = WK-RI-TODAY-CCYY - WK-RI-DOB-CCYY.
TM289      IF WK-RI-TODAY-MMDD < WK-RI-DOB-MMDD
TM289          SUBTRACT +1 FROM WK-RI-ISSUE-AGE.
TM289      IF WK-RI-ISSUE-AGE < +0
TM289          MOVE +0 TO WK-RI-ISSUE-AGE.
TM289  6353-REINS-FIND-PLAN.
TM289      MOVE SV-CO TO WK-RI-SRCH-CO.
TM289      MOVE WK-RI-PLAN TO WK-RI-SRCH-PLAN.
TM289  6355-REINS-READ-BAND.
TM289      MOVE WK-RI-SRCH-CO TO RI-CO.
TM289      MOVE WK-RI-SRCH-PLAN TO RI-PLAN.
TM289      MOVE WK-RI-ISSUE-AGE TO RI-MAX-AGE.
TM289      START VSAM-RI KEY IS NOT LESS THAN VSAM-RI-PRIM
TM289          INVALID KEY GO TO 6357-REINS-DEFAULT-PLAN
TM289      END-START.
TM289      READ VSAM-RI NEXT RECORD INTO VSAM-RI-REC
TM289      MOVE VSAM-RI-FS TO WS-INDX-FS-99
TM289      INITIALIZE TPSWNML-AREA
TM289      MOVE VSAM-RI-PRIM TO TPSWNML-FILE-KEY
TM289      MOVE 'RI' TO TPSWNML-FILE-ID
TM289      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM289      PERFORM P9999-MAP-RESP-CODE
TM289      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM289      IF RTN-CODE NOT = +0
TM289          GO TO 6357-REINS-DEFAULT-PLAN.
TM289      IF RI-CO NOT = WK-RI-SRCH-CO
TM289        OR RI-PLAN NOT = WK-RI-SRCH-PLAN
TM289          GO TO 6357-REINS-DEFAULT-PLAN.
TM289      MOVE 'Y' TO WK-RI-FOUND-SW.
TM289      MOVE RI-RETENTION TO WK-RI-RETENTION.
TM289      MOVE RI-AUTO-BIND-LIMIT TO WK-RI-AUTO-BIND.
TM289      MOVE RI-REINSURER TO WK-RI-REINSURER.
TM289      MOVE RI-TREATY TO WK-RI-TREATY.
TM289      GO TO 6359-REINS-LOOKUP-EXIT.
TM289  6357-REINS-DEFAULT-PLAN.
TM289      IF WK-RI-SRCH-PLAN = '*****'
TM289          GO TO 6359-REINS-LOOKUP-EXIT.
TM289      MOVE '*****' TO WK-RI-SRCH-PLAN.
TM289      GO TO 6355-REINS-READ-BAND.
TM289  6359-REINS-LOOKUP-EXIT.
TM289      EXIT.
TM289
TM290 ***************************************************************
TM290 *  MIB INQUIRY.  CALLED FROM THE MAINLINE AFTER 2500-TASK-      *
TM290 *  RECORD HAS SETTLED THE GROUP'S FINAL DISPOSITION; ONLY A     *
TM290 *  GROUP THAT WROTE A POLICY (009/010) IS SENT.  THE APPLICANT  *
TM290 *  COMES OFF APAP 01 AND THE CONTRACT STATE OFF APAP 02.  THE   *
TM290 *  AP RECORD'S MIB STATUS MAKES THIS ONCE PER POLICY -- A       *
TM290 *  RE-SENT OR UPDATED GROUP IS NOT INQUIRED AGAIN.  THE 'MB'    *
TM290 *  ORDER ENTRY GOES IN THE FIRST FREE SLOT OF THE POLICY'S      *
TM290 *  APOR RECORD (ADDED IF THE POLICY HAS NONE), SO THE 1710      *
TM290 *  AGING REPORT CHASES A MISSING MIB RESPONSE LIKE ANY OTHER    *
TM290 *  OUTSTANDING REQUIREMENT.                                     *
TM290 ***************************************************************
TM290  6400-MIB-INQUIRY  SECTION.
TM290      IF WK-STATUS = '009' OR '010'
TM290          NEXT SENTENCE
TM290      ELSE
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      IF SAVE-PASS-POLICY = SPACES
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      MOVE +1 TO WS-SUB1.
TM290      MOVE +1 TO WS-SUB2.
TM290      IF WTR-FILE-ID (WS-SUB1) = 'AP'
TM290        AND WTR-REC-ID (WS-SUB1) = 'AP'
TM290          NEXT SENTENCE
TM290      ELSE
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE SPACES TO WA-APPLICATION-RECORD.
TM290      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM290      PERFORM 8700-READ-KEY-WA.
TM290      IF RTN-CODE > +0
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      MOVE APAP1-APPL-NAME-NA TO WK-MB-NAME.
TM290      MOVE APAP1-SSN-NA TO WK-MB-SSN.
TM290      MOVE APAP1-DOB-NA TO WK-MB-DOB.
TM290      IF WK-MB-NAME = SPACES
TM290        AND (WK-MB-SSN = SPACES OR ZEROS)
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      MOVE SPACES TO WK-MB-STATE.
TM290      MOVE +2 TO WS-SUB2.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE SPACES TO WA-APPLICATION-RECORD.
TM290      MOVE WTR-WA-KEY (WS-SUB1, WS-SUB2) TO WA-KEY.
TM290      PERFORM 8700-READ-KEY-WA.
TM290      IF RTN-CODE = +0
TM290          MOVE APAP2-CONTRACT-ST-NA TO WK-MB-STATE.
TM290 ***  ***STAMP THE INQUIRY ON THE AP RECORD  ********************
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE SPACES TO WA-AP-KEY.
TM290      MOVE SV-CO TO WA-AP-CO.
TM290      MOVE SAVE-PASS-POLICY TO WA-AP-POLICY.
TM290      MOVE 'AP' TO WA-AP-TYPE.
TM290      MOVE SV-CO TO AP-FILE-CO.
TM290      MOVE 'AP' TO AP-FILE-LIT.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      READ VSAM-AP
TM290               INTO APPLICATION-RECORD-AP
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - MIB INQUIRY WITHOUT AP RECORD, '
TM290              'POLICY ' SAVE-PASS-POLICY
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      IF MIB-INQ-STAT-NA-WA NOT = SPACES
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      MOVE 'S' TO MIB-INQ-STAT-NA-WA.
TM290      MOVE WK-SYSTEM-DATE TO MIB-INQ-DATE-NA-WA.
TM290      MOVE SPACES TO MIB-RESP-DATE-NA-WA
TM290             MIB-CODES-NA-WA.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      REWRITE VSAM-AP-REC
TM290                 FROM APPLICATION-RECORD-AP
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - AP RECORD DISKUP FAILED, POLICY '
TM290              SAVE-PASS-POLICY
TM290          GO TO 6499-MIB-INQUIRY-EXIT.
TM290      MOVE SPACES TO NB080-PASS-AREA.
TM290      MOVE APPLICATION-RECORD-AP TO NB080-RECORD.
TM290      MOVE AP-FILE-CO TO NB080-FILE-CO.
TM290      MOVE AP-FILE-LIT TO NB080-FILE-LIT.
TM290      MOVE WA-AP-KEY TO NB080-REC-KEY.
TM290      MOVE 'U' TO NB080-ACTION.
TM290      CALL 'LSNNB080' USING LSNNB080-PASS-RECORD.
TM290 ***  ***OPEN THE 'MB' REQUIREMENT ON THE APOR RECORD  **********
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE 'OR' TO WA-AP-TYPE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      READ VSAM-AP
TM290               INTO ORDER-REQ-RECORD
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE = +0
TM290          GO TO 6410-MIB-FREE-SLOT.
TM290      IF RTN-CODE > +1
TM290          DISPLAY 'WARNING - OR RECORD READ FAILED, POLICY '
TM290              SAVE-PASS-POLICY
TM290          GO TO 6450-WRITE-MIB-INQUIRY.
TM290      MOVE SPACES TO ORDER-REQ-RECORD.
TM290      MOVE WA-AP-KEY TO ORK-KEY.
TM290      MOVE +1 TO WK-MB-SUB.
TM290      PERFORM 6440-FILL-MIB-ORDER.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      WRITE VSAM-AP-REC
TM290                 FROM ORDER-REQ-RECORD
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKADD' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - OR RECORD ADD FAILED, POLICY '
TM290              SAVE-PASS-POLICY.
TM290      GO TO 6450-WRITE-MIB-INQUIRY.
TM290  6410-MIB-FREE-SLOT.
TM290      MOVE +0 TO WK-MB-SUB.
TM290  6415-MIB-SLOT-LOOP.
TM290      ADD +1 TO WK-MB-SUB.
TM290      IF WK-MB-SUB > +10
TM290          DISPLAY 'WARNING - NO FREE APOR ENTRY FOR MIB, POLICY '
TM290              SAVE-PASS-POLICY
TM290          GO TO 6450-WRITE-MIB-INQUIRY.
TM290      IF ORD-REQ-TYPE (WK-MB-SUB) NOT = SPACES
TM290          GO TO 6415-MIB-SLOT-LOOP.
TM290      PERFORM 6440-FILL-MIB-ORDER.
TM290      MOVE +0 TO RTN-CODE.
TM290      MOVE WA-AP-KEY TO VSAM-AP-PRIM
TM290      REWRITE VSAM-AP-REC
TM290                 FROM ORDER-REQ-RECORD
TM290      MOVE VSAM-AP-FS TO WS-INDX-FS-99
TM290      INITIALIZE TPSWNML-AREA
TM290      MOVE WA-AP-KEY TO TPSWNML-FILE-KEY
TM290      MOVE AP-FILE-ID TO TPSWNML-FILE-ID
TM290      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM290      PERFORM P9999-MAP-RESP-CODE
TM290      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM290      IF RTN-CODE NOT = +0
TM290          DISPLAY 'WARNING - OR RECORD DISKUP FAILED, POLICY '
TM290              SAVE-PASS-POLICY.
TM290      GO TO 6450-WRITE-MIB-INQUIRY.
TM290  6440-FILL-MIB-ORDER.
TM290      MOVE 'MB' TO ORD-REQ-TYPE (WK-MB-SUB).
TM290      MOVE 'MIB ' TO ORD-REQ-ID (WK-MB-SUB).
TM290      MOVE 'O' TO ORD-REQ-STAT (WK-MB-SUB).
TM290      MOVE '01' TO ORD-REQ-APPID (WK-MB-SUB).
TM290      MOVE WK-SYSTEM-DATE TO ORD-REQ-DATE (WK-MB-SUB).
TM290      MOVE SPACES TO ORD-REQ-RECV-DATE (WK-MB-SUB).
TM290  6450-WRITE-MIB-INQUIRY.
TM290      MOVE SV-CO TO WMI-CO.
TM290      MOVE SAVE-PASS-POLICY TO WMI-POLICY.
TM290      MOVE WK-MB-NAME TO WMI-NAME.
TM290      MOVE WK-MB-SSN TO WMI-SSN.
TM290      MOVE WK-MB-DOB TO WMI-DOB.
TM290      MOVE WK-MB-STATE TO WMI-CONTRACT-STATE.
TM290      MOVE WK-SYSTEM-DATE TO WMI-INQ-DATE.
TM290      MOVE HWA-DELL-GUID TO WMI-DELL-GUID.
TM290      WRITE WRITE33-REC FROM WK-MIB-INQ-REC.
TM290      MOVE WS-WRITE33-FS TO CPY-FS-CODE.
TM290      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM290      ADD +1 TO WS-REC-WRITE33.
TM290      ADD +1 TO WK-MB-INQUIRED.
TM290  6499-MIB-INQUIRY-EXIT.
TM290      EXIT.
TM290
TM292 ***************************************************************
TM292 *  CHANGE LEDGER SNAPSHOT.  WK-CL-MODE 'B' CLEARS THE SLOTS    *
TM292 *  AND FILLS THE BEFORE VALUES, 'A' FILLS THE AFTER VALUES.    *
TM292 *  READS THE AP AND CV RECORDS, EVERY NB RECORD AND THE        *
TM292 *  PERSON MASTER FOR WK-CL-POLICY.  A RECORD THAT IS NOT ON    *
TM292 *  FILE LEAVES ITS SLOTS AT SPACES, SO A DELETED OR NEWLY      *
TM292 *  ADDED RECORD SHOWS UP FIELD BY FIELD ON THE LEDGER.         *
TM292 ***************************************************************
TM292  6500-CL-SNAPSHOT  SECTION.
TM292      MOVE APPLICATION-RECORD-AP TO WK-CL-SAVE-AP.
TM292      MOVE COVERAGE-RECORD-CV TO WK-CL-SAVE-CV.
TM292      MOVE LIFE-MASTER-RECORD TO WK-CL-SAVE-LM.
TM292      MOVE WA-AP-KEY TO WK-CL-SAVE-AP-KEY.
TM292      IF WK-CL-MODE = 'B'
TM292          MOVE SPACES TO WK-CL-ITEMS.
TM292      MOVE SPACES TO APPLICATION-RECORD-AP.
TM292      MOVE +0 TO RTN-CODE.
TM292      MOVE SPACES TO WA-AP-KEY.
TM292      MOVE SV-CO TO WA-AP-CO.
TM292      MOVE WK-CL-POLICY TO WA-AP-POLICY.
TM292      MOVE 'AP' TO WA-AP-TYPE.
TM292      PERFORM 8900-READ-APPREC.
TM292      IF RTN-CODE NOT = +0
TM292          MOVE SPACES TO APPLICATION-RECORD-AP.
TM292      MOVE 'AP' TO WK-CL-FILE-IN.
TM292      MOVE +1 TO WK-CL-IX.
TM292      MOVE 'PYRL-EMPLOYERID' TO WK-CL-FIELD-IN.
TM292      MOVE PYRL-EMPLOYERID-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +2 TO WK-CL-IX.
TM292      MOVE 'OLD-POLICY' TO WK-CL-FIELD-IN.
TM292      MOVE OLD-POLICY-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +3 TO WK-CL-IX.
TM292      MOVE 'FRATERNAL-INFO2' TO WK-CL-FIELD-IN.
TM292      MOVE FRATERNAL-INFO2-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +4 TO WK-CL-IX.
TM292      MOVE 'BASE-PLAN-PLANOPT' TO WK-CL-FIELD-IN.
TM292      MOVE BASE-PLAN-PLANOPT-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +5 TO WK-CL-IX.
TM292      MOVE 'EAPPID' TO WK-CL-FIELD-IN.
TM292      MOVE EAPPID-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +6 TO WK-CL-IX.
TM292      MOVE 'SSN' TO WK-CL-FIELD-IN.
TM292      MOVE SSN-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +7 TO WK-CL-IX.
TM292      MOVE 'DOB' TO WK-CL-FIELD-IN.
TM292      MOVE DOB-NA-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE SSN-NA-WA TO WK-CL-SSN.
TM292  6510-CL-READ-CV.
TM292 *    INSURED 01 CARRIES THE CONTRACT (RESIDENT) STATE AND THE
TM292 *    OCCUPATION CLASS FOR THE CASE.
TM292      MOVE SPACES TO COVERAGE-RECORD-CV.
TM292      MOVE SV-CO TO CO-N1-WA.
TM292      MOVE WK-CL-POLICY TO POLICY-N1-WA.
TM292      MOVE 01 TO APPID-N1-WA.
TM292      MOVE 'CV' TO CV-REC-N1 OF COVERAGE-RECORD-CV.
TM292      MOVE 01 TO N1-REC-N1-WA.
TM292      PERFORM 9300-READ-CV-REC.
TM292      IF RTN-CODE NOT = +0
TM292          MOVE SPACES TO COVERAGE-RECORD-CV.
TM292      MOVE 'CV' TO WK-CL-FILE-IN.
TM292      MOVE +8 TO WK-CL-IX.
TM292      MOVE 'CONTRACT-STATE' TO WK-CL-FIELD-IN.
TM292      MOVE INS-RES-N1-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +9 TO WK-CL-IX.
TM292      MOVE 'OCC-CLASS' TO WK-CL-FIELD-IN.
TM292      MOVE OCC-CLASS-N1-WA TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292  6520-CL-READ-NB.
TM292 *    THE BASE NB RECORD (RIDER SPACES) SORTS FIRST; EACH RIDER
TM292 *    RECORD AFTER IT IS ONE BENEFIT SEGMENT AND TAKES THE NEXT
TM292 *    SEGMENT SLOT.  SEGMENTS PAST THE LAST SLOT ARE NOT LOGGED.
TM292      MOVE SPACES TO WK-CL-NB-PLAN
TM292                     WK-CL-NB-DOB.
TM292      MOVE WK-CL-FIXED-MAX TO WK-CL-IX.
TM292      MOVE 'NB' TO WK-CL-FILE-IN.
TM292      MOVE SPACES TO LIFE-MASTER-RECORD.
TM292      MOVE SV-CO TO LM-CO.
TM292      MOVE WK-CL-POLICY TO LM-POLICY.
TM292      MOVE LM-POLID TO VSAM-NB-PRIM.
TM292      START VSAM-NB KEY IS NOT LESS THAN VSAM-NB-PRIM
TM292          INVALID KEY GO TO 6528-CL-NB-BASE
TM292      END-START.
TM292  6525-CL-NB-LOOP.
TM292      READ VSAM-NB NEXT RECORD INTO LIFE-MASTER-RECORD
TM292      MOVE VSAM-NB-FS TO WS-INDX-FS-99
TM292      INITIALIZE TPSWNML-AREA
TM292      MOVE VSAM-NB-PRIM TO TPSWNML-FILE-KEY
TM292      MOVE NB-FILE-ID TO TPSWNML-FILE-ID
TM292      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM292      PERFORM P9999-MAP-RESP-CODE
TM292      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM292      IF RTN-CODE NOT = +0
TM292          GO TO 6528-CL-NB-BASE.
TM292      IF (LM-CO NOT = SV-CO)
TM292        OR (LM-POLICY NOT = WK-CL-POLICY)
TM292          GO TO 6528-CL-NB-BASE.
TM292      IF LM-RIDER = SPACES
TM292          MOVE LM-PLAN TO WK-CL-NB-PLAN
TM292          MOVE LM-BIRTH-DATE TO WK-CL-NB-DOB
TM292          GO TO 6525-CL-NB-LOOP.
TM292      IF WK-CL-IX NOT < WK-CL-MAX
TM292          GO TO 6525-CL-NB-LOOP.
TM292      ADD +1 TO WK-CL-IX.
TM292      COMPUTE WK-CL-SEG-NO = WK-CL-IX - WK-CL-FIXED-MAX.
TM292      MOVE WK-CL-SEG-NAME TO WK-CL-FIELD-IN.
TM292      MOVE LM-RIDER TO WK-CL-SEG-RIDER.
TM292      MOVE LM-PLAN TO WK-CL-SEG-PLAN.
TM292      MOVE WK-CL-SEG-VALUE TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      GO TO 6525-CL-NB-LOOP.
TM292  6528-CL-NB-BASE.
TM292      MOVE +10 TO WK-CL-IX.
TM292      MOVE 'PLAN' TO WK-CL-FIELD-IN.
TM292      MOVE WK-CL-NB-PLAN TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +11 TO WK-CL-IX.
TM292      MOVE 'BIRTH-DATE' TO WK-CL-FIELD-IN.
TM292      MOVE WK-CL-NB-DOB TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292  6530-CL-READ-PM.
TM292      MOVE SPACES TO PERSON-MASTER-RECORD.
TM292      IF (WK-CL-SSN = SPACES)
TM292        OR (WK-CL-SSN = ZEROS)
TM292          GO TO 6535-CL-STORE-PM.
TM292      MOVE SV-CO TO PM-KEY-CO.
TM292      MOVE 'PM' TO PM-KEY-LIT.
TM292      MOVE WK-CL-SSN TO PM-KEY-SSN.
TM292      MOVE PM-KEY TO VSAM-PM-PRIM
TM292      READ VSAM-PM
TM292               INTO PERSON-MASTER-RECORD
TM292      MOVE VSAM-PM-FS TO WS-INDX-FS-99
TM292      INITIALIZE TPSWNML-AREA
TM292      MOVE PM-KEY TO TPSWNML-FILE-KEY
TM292      MOVE 'PM' TO TPSWNML-FILE-ID
TM292      MOVE 'DISKREAD' TO TPSWNML-FUNCTION-CODE
TM292      PERFORM P9999-MAP-RESP-CODE
TM292      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM292      IF RTN-CODE NOT = +0
TM292          MOVE SPACES TO PERSON-MASTER-RECORD.
TM292  6535-CL-STORE-PM.
TM292      MOVE 'PM' TO WK-CL-FILE-IN.
TM292      MOVE +12 TO WK-CL-IX.
TM292      MOVE 'EMAIL-OPT-IN-IND' TO WK-CL-FIELD-IN.
TM292      MOVE PM-EMAIL-OPT-IN-IND TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE +13 TO WK-CL-IX.
TM292      MOVE 'EMAIL-ADDR' TO WK-CL-FIELD-IN.
TM292      MOVE PM-EMAIL-ADDR TO WK-CL-VALUE.
TM292      PERFORM 6540-CL-STORE-VALUE.
TM292      MOVE WK-CL-SAVE-AP TO APPLICATION-RECORD-AP.
TM292      MOVE WK-CL-SAVE-CV TO COVERAGE-RECORD-CV.
TM292      MOVE WK-CL-SAVE-LM TO LIFE-MASTER-RECORD.
TM292      MOVE WK-CL-SAVE-AP-KEY TO WA-AP-KEY.
TM292  6539-CL-SNAPSHOT-EXIT.
TM292      EXIT.
TM292
TM292 ***************************************************************
TM292 *  PUT ONE SNAPSHOT VALUE IN SLOT WK-CL-IX -- BEFORE OR AFTER  *
TM292 *  BY WK-CL-MODE.                                              *
TM292 ***************************************************************
TM292  6540-CL-STORE-VALUE  SECTION.
TM292      IF (WK-CL-IX < +1)
TM292        OR (WK-CL-IX > WK-CL-MAX)
TM292          GO TO 6549-CL-STORE-VALUE-EXIT.
TM292      MOVE WK-CL-FILE-IN TO WK-CL-FILE (WK-CL-IX).
TM292      MOVE WK-CL-FIELD-IN TO WK-CL-FIELD (WK-CL-IX).
TM292      IF WK-CL-MODE = 'B'
TM292          MOVE WK-CL-VALUE TO WK-CL-BEFORE (WK-CL-IX)
TM292      ELSE
TM292          MOVE WK-CL-VALUE TO WK-CL-AFTER (WK-CL-IX).
TM292  6549-CL-STORE-VALUE-EXIT.
TM292      EXIT.
TM292
TM292 ***************************************************************
TM292 *  CHANGE LEDGER.  CALLED FROM THE MAINLINE ONCE THE GROUP HAS  *
TM292 *  BEEN REBUILT.  WHEN 4600-CHECK-NEW-BUSINESS SNAPSHOT THIS    *
TM292 *  SAME DELL-GUID, TAKE THE AFTER VALUES AND WRITE ONE VSAM-CL  *
TM292 *  ROW PER SLOT WHOSE VALUE CHANGED.  A GROUP THAT ERRORED OUT  *
TM292 *  BEFORE GETTING HERE NEVER MATCHES ON GUID AND IS NOT LOGGED. *
TM292 ***************************************************************
TM292  6550-CHANGE-LEDGER  SECTION.
TM292      IF WK-CL-PENDING-SW NOT = 'Y'
TM292          GO TO 6569-CHANGE-LEDGER-EXIT.
TM292      MOVE 'N' TO WK-CL-PENDING-SW.
TM292      IF WK-CL-DELL-GUID NOT = HWA-DELL-GUID
TM292          GO TO 6569-CHANGE-LEDGER-EXIT.
TM292      MOVE 'A' TO WK-CL-MODE.
TM292      PERFORM 6500-CL-SNAPSHOT.
TM292      MOVE +0 TO WK-CL-IX.
TM292  6555-CL-COMPARE-LOOP.
TM292      ADD +1 TO WK-CL-IX.
TM292      IF WK-CL-IX > WK-CL-MAX
TM292          GO TO 6569-CHANGE-LEDGER-EXIT.
TM292      IF WK-CL-FIELD (WK-CL-IX) = SPACES
TM292          GO TO 6555-CL-COMPARE-LOOP.
TM292      IF WK-CL-BEFORE (WK-CL-IX) = WK-CL-AFTER (WK-CL-IX)
TM292          GO TO 6555-CL-COMPARE-LOOP.
TM292      PERFORM 6570-CL-WRITE-LEDGER.
TM292      GO TO 6555-CL-COMPARE-LOOP.
TM292  6569-CHANGE-LEDGER-EXIT.
TM292      EXIT.
TM292
TM292 ***************************************************************
TM292 *  CHANGE LEDGER WRITER -- ONE VSAM-CL ROW FOR SLOT WK-CL-IX.   *
TM292 *  A FAILED ADD IS A WARNING ONLY, AS FOR THE STATUS HISTORY.   *
TM292 ***************************************************************
TM292  6570-CL-WRITE-LEDGER  SECTION.
TM292      IF WK-CL-SEQ NOT < +999
TM292          MOVE +0 TO WK-CL-SEQ.
TM292      ADD +1 TO WK-CL-SEQ.
TM292      MOVE SPACES TO VSAM-CL-REC.
TM292      MOVE SV-CO TO CL-CO.
TM292      MOVE HWA-DELL-GUID TO CL-DELL-GUID.
TM292      MOVE WK-SYSTEM-DATE TO CL-DATE.
TM292      MOVE WK-SYSTEM-TIME TO CL-TIME.
TM292      MOVE WK-CL-SEQ TO CL-SEQ.
TM292      MOVE WK-CL-POLICY TO CL-POLICY.
TM292      MOVE WK-CL-FILE (WK-CL-IX) TO CL-FILE.
TM292      MOVE WK-CL-FIELD (WK-CL-IX) TO CL-FIELD.
TM292      MOVE WK-CL-BEFORE (WK-CL-IX) TO CL-BEFORE.
TM292      MOVE WK-CL-AFTER (WK-CL-IX) TO CL-AFTER.
TM292      MOVE WK-CL-SOURCE TO CL-SOURCE.
TM292      WRITE VSAM-CL-REC
TM292      MOVE VSAM-CL-FS TO WS-INDX-FS-99
TM292      INITIALIZE TPSWNML-AREA
TM292      MOVE VSAM-CL-PRIM TO TPSWNML-FILE-KEY
TM292      MOVE 'CL' TO TPSWNML-FILE-ID
TM292      MOVE 'DISKADD' TO TPSWNML-FUNCTION-CODE
TM292      PERFORM P9999-MAP-RESP-CODE
TM292      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM292      IF RTN-CODE NOT = +0
TM292          DISPLAY 'WARNING - VSAM-CL ADD FAILED FOR GUID '
TM292              HWA-DELL-GUID
TM292          GO TO 6579-CL-WRITE-LEDGER-EXIT.
TM292      ADD +1 TO WK-CL-WRITTEN.
TM292  6579-CL-WRITE-LEDGER-EXIT.
TM292      EXIT.
TM292
TM293 ***************************************************************
TM293 *  MANUAL-REVIEW TASK ROUTING.  CALLED FROM 4000-TASK-DISKADD *
TM293 *  FOR A TASK WITH NO RECEIVER.  THE VSAM-TR ROW FOR THE      *
TM293 *  TASK'S COMPANY, PROCESS AND STEP IS SEARCHED WITH THE      *
TM293 *  GROUP'S BLOCK OF BUSINESS AND CONTRACT STATE, FALLING BACK *
TM293 *  TO STATE '**', THEN BLOCK '****', THEN BOTH.  AN OPERATOR  *
TM293 *  ROW ASSIGNS THE TASK STRAIGHT TO THAT OPERATOR, A TEAM ROW *
TM293 *  TO THE LEAST-LOADED TEAM MEMBER ON VSAM-TO.  WITH NO ROW   *
TM293 *  THE RECEIVER IS LEFT AS IT WAS.  THE CALLER'S RTN-CODE IS  *
TM293 *  PUT BACK ON THE WAY OUT, SO THE VSAM-TR AND VSAM-TO READS  *
TM293 *  NEVER REACH THE TASK WRITE THAT FOLLOWS.                   *
TM293 ***************************************************************
TM293  6600-ROUTE-TASK  SECTION.
TM293      MOVE RTN-CODE TO WK-TR-CALLER-RTN.
TM293      IF HWA-DELL-GUID NOT = WK-TR-GUID
TM293          PERFORM 6610-TR-GROUP-DATA.
TM293      PERFORM 6620-TR-LOOKUP.
TM293      IF WK-TR-FOUND-SW = 'N'
TM293          MOVE 'U' TO WK-TR-QUEUE-TYPE
TM293          MOVE 'NONE' TO WK-TR-QUEUE-ID
TM293          MOVE TASK-RECEIVER-OPID TO WK-TR-OPID
TM293          ADD +1 TO WK-TR-UNROUTED
TM293          PERFORM 6680-TR-TALLY
TM293          GO TO 6608-ROUTE-TASK-RESTORE.
TM293      IF WK-TR-QUEUE-TYPE = 'T'
TM293          PERFORM 6650-TR-PICK-OPERATOR
TM293      ELSE
TM293          MOVE WK-TR-QUEUE-ID TO WK-TR-OPID.
TM293      MOVE WK-TR-OPID TO TASK-RECEIVER-OPID.
TM293      ADD +1 TO WK-TR-ROUTED.
TM293      PERFORM 6680-TR-TALLY.
TM293  6608-ROUTE-TASK-RESTORE.
TM293      MOVE WK-TR-CALLER-RTN TO RTN-CODE.
TM293  6609-ROUTE-TASK-EXIT.
TM293      EXIT.
TM293
TM293 ***************************************************************
TM293 *  ROUTING ATTRIBUTES OF THE CURRENT GROUP OFF ITS APAP 02    *
TM293 *  RECORD.  THE WA RECORD AREA AND RTN-CODE BELONG TO THE     *
TM293 *  CALLER AND ARE PUT BACK.  WHEN THE WA KEY TABLE DOES NOT   *
TM293 *  HOLD THIS GROUP YET THE ATTRIBUTES STAY BLANK AND ARE NOT  *
TM293 *  KEPT, SO THE NEXT TASK FOR THE GROUP TRIES AGAIN.          *
TM293 ***************************************************************
TM293  6610-TR-GROUP-DATA  SECTION.
TM293      MOVE HIGH-VALUES TO WK-TR-GUID.
TM293      MOVE SPACES TO WK-TR-BLOCK
TM293                     WK-TR-STATE.
TM293      MOVE ZEROS TO WK-TR-FACE.
TM293      IF WTR-FILE-ID (1) = 'AP'
TM293        AND WTR-REC-ID (1) = 'AP'
TM293        AND WTR-WA-KEY (1, 2) (5:36) = HWA-DELL-GUID
TM293          NEXT SENTENCE
TM293      ELSE
TM293          GO TO 6619-TR-GROUP-DATA-EXIT.
TM293      MOVE WA-APPLICATION-RECORD TO WK-TR-WA-SAVE.
TM293      MOVE RTN-CODE TO WK-TR-SAVE-RTN.
TM293      MOVE +0 TO RTN-CODE.
TM293      MOVE SPACES TO WA-APPLICATION-RECORD.
TM293      MOVE WTR-WA-KEY (1, 2) TO WA-KEY.
TM293      PERFORM 8700-READ-KEY-WA.
TM293      IF RTN-CODE = +0
TM293          MOVE HWA-DELL-GUID TO WK-TR-GUID
TM293          MOVE APAP2-BLOCK-OF-BUSINESS-NA TO WK-TR-BLOCK
TM293          MOVE APAP2-CONTRACT-ST-NA TO WK-TR-STATE
TM293          IF APAP2-FACE-AMOUNT-NA NUMERIC
TM293              MOVE APAP2-FACE-AMOUNT-NA TO WK-TR-FACE.
TM293      MOVE WK-TR-WA-SAVE TO WA-APPLICATION-RECORD.
TM293      MOVE WK-TR-SAVE-RTN TO RTN-CODE.
TM293  6619-TR-GROUP-DATA-EXIT.
TM293      EXIT.
TM293
TM293 ***************************************************************
TM293 *  VSAM-TR LOOKUP.  WK-TR-LEVEL STEPS THROUGH THE FOUR        *
TM293 *  BLOCK / STATE COMBINATIONS; AT EACH THE ROW IS THE FIRST   *
TM293 *  CASE-SIZE BAND WHOSE TOP FACE IS NOT BELOW THE GROUP'S     *
TM293 *  FACE.                                                      *
TM293 *  WK-TR-FOUND-SW IS OFF WHEN NO LEVEL HAS A ROW.             *
TM293 ***************************************************************
TM293  6620-TR-LOOKUP  SECTION.
TM293      MOVE 'N' TO WK-TR-FOUND-SW.
TM293      MOVE SPACES TO WK-TR-QUEUE-TYPE
TM293                     WK-TR-QUEUE-ID
TM293                     WK-TR-OPID.
TM293      MOVE 0 TO WK-TR-LEVEL.
TM293  6625-TR-NEXT-LEVEL.
TM293      ADD 1 TO WK-TR-LEVEL.
TM293      IF WK-TR-LEVEL > 4
TM293          GO TO 6639-TR-LOOKUP-EXIT.
TM293      MOVE WK-TR-BLOCK TO WK-TR-SRCH-BLOCK.
TM293      MOVE WK-TR-STATE TO WK-TR-SRCH-STATE.
TM293      IF WK-TR-LEVEL = 2 OR 4
TM293          MOVE '**' TO WK-TR-SRCH-STATE.
TM293      IF WK-TR-LEVEL = 3 OR 4
TM293          MOVE '****' TO WK-TR-SRCH-BLOCK.
TM293      MOVE TASK-COMPANY TO TR-CO.
TM293      MOVE TASK-PROCESS TO TR-PROCESS.
TM293      MOVE TASK-STEP TO TR-STEP.
TM293      MOVE WK-TR-SRCH-BLOCK TO TR-BLOCK.
TM293      MOVE WK-TR-SRCH-STATE TO TR-STATE.
TM293      MOVE WK-TR-FACE TO TR-SIZE-TOP.
TM293      START VSAM-TR KEY IS NOT LESS THAN VSAM-TR-PRIM
TM293          INVALID KEY GO TO 6625-TR-NEXT-LEVEL
TM293      END-START.
TM293      READ VSAM-TR NEXT RECORD INTO VSAM-TR-REC
TM293      MOVE VSAM-TR-FS TO WS-INDX-FS-99
TM293      INITIALIZE TPSWNML-AREA
TM293      MOVE VSAM-TR-PRIM TO TPSWNML-FILE-KEY
TM293      MOVE 'TR' TO TPSWNML-FILE-ID
TM293      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM293      PERFORM P9999-MAP-RESP-CODE
TM293      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM293      IF RTN-CODE NOT = +0
TM293          GO TO 6625-TR-NEXT-LEVEL.
TM293      IF TR-CO NOT = TASK-COMPANY
TM293        OR TR-PROCESS NOT = TASK-PROCESS
TM293        OR TR-STEP NOT = TASK-STEP
TM293        OR TR-BLOCK NOT = WK-TR-SRCH-BLOCK
TM293        OR TR-STATE NOT = WK-TR-SRCH-STATE
TM293          GO TO 6625-TR-NEXT-LEVEL.
TM293      IF TR-QUEUE-ID = SPACES
TM293          GO TO 6625-TR-NEXT-LEVEL.
TM293      MOVE 'Y' TO WK-TR-FOUND-SW.
TM293      MOVE TR-QUEUE-TYPE TO WK-TR-QUEUE-TYPE.
TM293      MOVE TR-QUEUE-ID TO WK-TR-QUEUE-ID.
TM293  6639-TR-LOOKUP-EXIT.
TM293      EXIT.
TM293
TM293 ***************************************************************
TM293 *  TEAM ASSIGNMENT.  BROWSE THE TEAM'S VSAM-TO ROWS AND TAKE  *
TM293 *  THE OPERATOR WITH THE FEWEST OPEN TASKS WHO IS NOT OUT OF  *
TM293 *  OFFICE (THE FIRST IN KEY ORDER ON A TIE).  THE CHOSEN ROW  *
TM293 *  IS HELD AND ITS OPEN AND ASSIGNED-TODAY COUNTS BUMPED SO   *
TM293 *  THE NEXT TASK SEES THE NEW LOAD.  WITH EVERY MEMBER OUT,   *
TM293 *  OR NO ROSTER, THE TASK GOES TO THE TEAM QUEUE ITSELF.      *
TM293 ***************************************************************
TM293  6650-TR-PICK-OPERATOR  SECTION.
TM293      MOVE WK-TR-QUEUE-ID TO WK-TR-OPID.
TM293      MOVE 'N' TO WK-TR-BEST-SW.
TM293      MOVE SPACES TO WK-TR-BEST-OPID.
TM293      MOVE ZEROS TO WK-TR-BEST-OPEN.
TM293      MOVE TASK-COMPANY TO TO-CO.
TM293      MOVE WK-TR-QUEUE-ID TO TO-TEAM.
TM293      MOVE LOW-VALUES TO TO-OPID.
TM293      START VSAM-TO KEY IS NOT LESS THAN VSAM-TO-PRIM
TM293          INVALID KEY GO TO 6669-TR-PICK-OPERATOR-EXIT
TM293      END-START.
TM293  6655-TR-ROSTER-LOOP.
TM293      READ VSAM-TO NEXT RECORD INTO VSAM-TO-REC
TM293      MOVE VSAM-TO-FS TO WS-INDX-FS-99
TM293      INITIALIZE TPSWNML-AREA
TM293      MOVE VSAM-TO-PRIM TO TPSWNML-FILE-KEY
TM293      MOVE 'TO' TO TPSWNML-FILE-ID
TM293      MOVE 'RDNXTDAT' TO TPSWNML-FUNCTION-CODE
TM293      PERFORM P9999-MAP-RESP-CODE
TM293      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM293      IF RTN-CODE NOT = +0
TM293          GO TO 6660-TR-ASSIGN-OPERATOR.
TM293      IF TO-CO NOT = TASK-COMPANY
TM293        OR TO-TEAM NOT = WK-TR-QUEUE-ID
TM293          GO TO 6660-TR-ASSIGN-OPERATOR.
TM293      IF TO-OPERATOR-OUT
TM293        OR TO-OPID = SPACES
TM293          GO TO 6655-TR-ROSTER-LOOP.
TM293      IF TO-OPEN-TASKS NOT NUMERIC
TM293          MOVE ZEROS TO TO-OPEN-TASKS.
TM293      IF WK-TR-BEST-SW = 'N'
TM293        OR TO-OPEN-TASKS < WK-TR-BEST-OPEN
TM293          MOVE 'Y' TO WK-TR-BEST-SW
TM293          MOVE TO-OPID TO WK-TR-BEST-OPID
TM293          MOVE TO-OPEN-TASKS TO WK-TR-BEST-OPEN.
TM293      GO TO 6655-TR-ROSTER-LOOP.
TM293  6660-TR-ASSIGN-OPERATOR.
TM293      IF WK-TR-BEST-SW = 'N'
TM293          GO TO 6669-TR-PICK-OPERATOR-EXIT.
TM293      MOVE WK-TR-BEST-OPID TO WK-TR-OPID.
TM293      MOVE TASK-COMPANY TO TO-CO.
TM293      MOVE WK-TR-QUEUE-ID TO TO-TEAM.
TM293      MOVE WK-TR-BEST-OPID TO TO-OPID.
TM293      READ VSAM-TO INTO VSAM-TO-REC
TM293      MOVE VSAM-TO-FS TO WS-INDX-FS-99
TM293      INITIALIZE TPSWNML-AREA
TM293      MOVE VSAM-TO-PRIM TO TPSWNML-FILE-KEY
TM293      MOVE 'TO' TO TPSWNML-FILE-ID
TM293      MOVE 'DISKHOLD' TO TPSWNML-FUNCTION-CODE
TM293      PERFORM P9999-MAP-RESP-CODE
TM293      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM293      IF RTN-CODE NOT = +0
TM293          DISPLAY 'WARNING - VSAM-TO HOLD FAILED FOR OPERATOR '
TM293              WK-TR-BEST-OPID ' TEAM ' WK-TR-QUEUE-ID
TM293          GO TO 6669-TR-PICK-OPERATOR-EXIT.
TM293      IF TO-OPEN-TASKS NOT NUMERIC
TM293          MOVE ZEROS TO TO-OPEN-TASKS.
TM293      IF TO-ASSIGNED-TODAY NOT NUMERIC
TM293        OR TO-LAST-ASSIGN-DATE NOT = WK-SYSTEM-DATE
TM293          MOVE ZEROS TO TO-ASSIGNED-TODAY.
TM293      ADD 1 TO TO-OPEN-TASKS.
TM293      ADD 1 TO TO-ASSIGNED-TODAY.
TM293      MOVE WK-SYSTEM-DATE TO TO-LAST-ASSIGN-DATE.
TM293      REWRITE VSAM-TO-REC
TM293      MOVE VSAM-TO-FS TO WS-INDX-FS-99
TM293      INITIALIZE TPSWNML-AREA
TM293      MOVE VSAM-TO-PRIM TO TPSWNML-FILE-KEY
TM293      MOVE 'TO' TO TPSWNML-FILE-ID
TM293      MOVE 'DISKUP' TO TPSWNML-FUNCTION-CODE
TM293      PERFORM P9999-MAP-RESP-CODE
TM293      MOVE WS-INDX-FS-99 TO RTN-CODE.
TM293      IF RTN-CODE NOT = +0
TM293          DISPLAY 'WARNING - VSAM-TO UPDATE FAILED FOR OPERATOR '
TM293              WK-TR-BEST-OPID ' RTN-CODE = ' RTN-CODE.
TM293  6669-TR-PICK-OPERATOR-EXIT.
TM293      EXIT.
TM293
TM293 ***************************************************************
TM293 *  ROUTING SUMMARY TALLY -- ONE MORE TASK FOR THIS QUEUE AND  *
TM293 *  OPERATOR IN WK-TQ-AREA.                                    *
TM293 ***************************************************************
TM293  6680-TR-TALLY  SECTION.
TM293      MOVE +0 TO WK-TQ-SUB.
TM293  6685-TR-TALLY-LOOP.
TM293      ADD +1 TO WK-TQ-SUB.
TM293      IF WK-TQ-SUB > WK-TQ-ENTRIES
TM293          GO TO 6687-TR-TALLY-ADD.
TM293      IF WK-TQ-TYPE (WK-TQ-SUB) = WK-TR-QUEUE-TYPE
TM293        AND WK-TQ-QUEUE (WK-TQ-SUB) = WK-TR-QUEUE-ID
TM293        AND WK-TQ-OPID (WK-TQ-SUB) = WK-TR-OPID
TM293          ADD +1 TO WK-TQ-COUNT (WK-TQ-SUB)
TM293          GO TO 6689-TR-TALLY-EXIT.
TM293      GO TO 6685-TR-TALLY-LOOP.
TM293  6687-TR-TALLY-ADD.
TM293      IF WK-TQ-ENTRIES NOT < WK-TQ-MAX
TM293          ADD +1 TO WK-TQ-DROPPED
TM293          GO TO 6689-TR-TALLY-EXIT.
TM293      ADD +1 TO WK-TQ-ENTRIES.
TM293      MOVE WK-TR-QUEUE-TYPE TO WK-TQ-TYPE (WK-TQ-ENTRIES).
TM293      MOVE WK-TR-QUEUE-ID TO WK-TQ-QUEUE (WK-TQ-ENTRIES).
TM293      MOVE WK-TR-OPID TO WK-TQ-OPID (WK-TQ-ENTRIES).
TM293      MOVE +1 TO WK-TQ-COUNT (WK-TQ-ENTRIES).
TM293  6689-TR-TALLY-EXIT.
TM293      EXIT.
TM293
TM274 ***************************************************************
TM274 *  FIRST-PREMIUM BILLING HANDOFF.  CALLED FROM THE MAINLINE     *
TM274 *  AFTER 2500-TASK-RECORD HAS SETTLED THE GROUP'S FINAL         *
JR511      MOVE WS-INDX-FS-99 TO RTN-CODE.
JR511      IF RTN-CODE = +0
JR511          MOVE 'Y' TO WS-BYPASS-FLAG.
TM287      IF WS-BYPASS-FLAG = 'Y'
TM287          GO TO 9199-CHECK-FOR-BYPASS-EXIT.
TM287 ***************************************************************
TM287 *  NOT BYPASSED BY OPERATIONS -- HOLD THE GROUP IF START OF JOB *
TM287 *  FOUND IT SHORT OF ITS WA-TOTAL-RECS (1870-TRANSMISSION-     *
TM287 *  BALANCE).  IT STAYS UNPROCESSED UNTIL THE RESEND ARRIVES.    *
TM287 *  THE MATCH IS ON THE WHOLE GROUP KEY (TRANS / CO / DELL-GUID *
TM287 *  / WA-TOTAL-RECS), SO A 999 SEGMENT ADDED FOR THE SAME GUID   *
TM287 *  IS NOT HELD WITH IT.                                         *
TM287 ***************************************************************
TM287  9130-CHECK-SHORT-HOLD.
TM287      MOVE +0 TO WK-MF-HOLD-SUB.
TM287  9131-SHORT-HOLD-LOOP.
TM287      ADD +1 TO WK-MF-HOLD-SUB.
TM287      IF WK-MF-HOLD-SUB > WK-MF-HOLD-ENTRIES
TM287          GO TO 9199-CHECK-FOR-BYPASS-EXIT.
TM287      IF WK-MF-HOLD-KEY (WK-MF-HOLD-SUB) = WA-KEY (1:43)
TM287          MOVE 'Y' TO WS-BYPASS-FLAG
TM287          GO TO 9199-CHECK-FOR-BYPASS-EXIT.
TM287      GO TO 9131-SHORT-HOLD-LOOP.
PS134  9199-CHECK-FOR-BYPASS-EXIT.                                       0005393
PS134      EXIT.                                                         0005394
                                                                         0005395
TM281      OPEN INPUT READ6.
TM281      MOVE WS-READ6-FS TO CPY-FS-CODE.
TM281      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM287      OPEN INPUT READ7.
TM287      MOVE WS-READ7-FS TO CPY-FS-CODE.
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM288      OPEN INPUT READ8.
TM288      MOVE WS-READ8-FS TO CPY-FS-CODE.
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM290      OPEN INPUT READ9.
TM290      MOVE WS-READ9-FS TO CPY-FS-CODE.
TM290      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      OPEN INPUT READ10.
TM294      MOVE WS-READ10-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM295      OPEN INPUT READ11.
TM295      MOVE WS-READ11-FS TO CPY-FS-CODE.
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
           OPEN OUTPUT WRITE1.                                          DELLMNCH
           MOVE WS-WRITE1-FS TO CPY-FS-CODE.                            DELLMNCH
           PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.                 DELLMNCH
TM281      WRITE WRITE28-REC FROM WK-CENSUS-HEADING.
TM281      MOVE WS-WRITE28-FS TO CPY-FS-CODE.
TM281      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM286      OPEN OUTPUT WRITE29.
TM286      MOVE WS-WRITE29-FS TO CPY-FS-CODE.
TM286      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM286      WRITE WRITE29-REC FROM WK-PARETO-HEADING.
TM286      MOVE WS-WRITE29-FS TO CPY-FS-CODE.
TM286      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM287      OPEN OUTPUT WRITE30.
TM287      MOVE WS-WRITE30-FS TO CPY-FS-CODE.
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM287      WRITE WRITE30-REC FROM WK-BALANCE-HEADING.
TM287      MOVE WS-WRITE30-FS TO CPY-FS-CODE.
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM288      OPEN OUTPUT WRITE31.
TM288      MOVE WS-WRITE31-FS TO CPY-FS-CODE.
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM288      WRITE WRITE31-REC FROM WK-OFAC-HEADING.
TM288      MOVE WS-WRITE31-FS TO CPY-FS-CODE.
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM289      OPEN OUTPUT WRITE32.
TM289      MOVE WS-WRITE32-FS TO CPY-FS-CODE.
TM289      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM290      OPEN OUTPUT WRITE33.
TM290      MOVE WS-WRITE33-FS TO CPY-FS-CODE.
TM290      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM291      OPEN OUTPUT WRITE34.
TM291      MOVE WS-WRITE34-FS TO CPY-FS-CODE.
TM291      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM291      WRITE WRITE34-REC FROM WK-PNINV-HEADING.
TM291      MOVE WS-WRITE34-FS TO CPY-FS-CODE.
TM291      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM292      OPEN OUTPUT WRITE35.
TM292      MOVE WS-WRITE35-FS TO CPY-FS-CODE.
TM292      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM292      WRITE WRITE35-REC FROM WK-CHGREG-HEADING.
TM292      MOVE WS-WRITE35-FS TO CPY-FS-CODE.
TM292      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM293      OPEN OUTPUT WRITE36.
TM293      MOVE WS-WRITE36-FS TO CPY-FS-CODE.
TM293      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM293      WRITE WRITE36-REC FROM WK-TRSUM-HEADING.
TM293      MOVE WS-WRITE36-FS TO CPY-FS-CODE.
TM293      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      OPEN OUTPUT WRITE37.
TM294      MOVE WS-WRITE37-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      WRITE WRITE37-REC FROM WK-REFUND-HEADING.
TM294      MOVE WS-WRITE37-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      OPEN OUTPUT WRITE38.
TM294      MOVE WS-WRITE38-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      WRITE WRITE38-REC FROM WK-RFAGE-HEADING.
TM294      MOVE WS-WRITE38-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM295      OPEN OUTPUT WRITE39.
TM295      MOVE WS-WRITE39-FS TO CPY-FS-CODE.
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM295      WRITE WRITE39-REC FROM WK-NOTTAKEN-HEADING.
TM295      MOVE WS-WRITE39-FS TO CPY-FS-CODE.
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
           OPEN OUTPUT NUSEQFL.                                         DELLMNCH
           MOVE WS-NUSEQ-FS TO CPY-FS-CODE.                             DELLMNCH
           PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.                 DELLMNCH
TM281      CLOSE READ6.
TM281      MOVE WS-READ6-FS TO CPY-FS-CODE.
TM281      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM287      CLOSE READ7.
TM287      MOVE WS-READ7-FS TO CPY-FS-CODE.
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM288      CLOSE READ8.
TM288      MOVE WS-READ8-FS TO CPY-FS-CODE.
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM290      CLOSE READ9.
TM290      MOVE WS-READ9-FS TO CPY-FS-CODE.
TM290      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      CLOSE READ10.
TM294      MOVE WS-READ10-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM295      CLOSE READ11.
TM295      MOVE WS-READ11-FS TO CPY-FS-CODE.
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
                                                                        DELLSQCH
           CLOSE WRITE1.                                                DELLMNCH
           MOVE WS-WRITE1-FS TO CPY-FS-CODE.                            DELLMNCH
TM281      MOVE WS-WRITE28-FS TO CPY-FS-CODE.
TM281      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM286      CLOSE WRITE29.
TM286      MOVE WS-WRITE29-FS TO CPY-FS-CODE.
TM286      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM287      CLOSE WRITE30.
TM287      MOVE WS-WRITE30-FS TO CPY-FS-CODE.
TM287      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM288      CLOSE WRITE31.
TM288      MOVE WS-WRITE31-FS TO CPY-FS-CODE.
TM288      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM289      CLOSE WRITE32.
TM289      MOVE WS-WRITE32-FS TO CPY-FS-CODE.
TM289      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM290      CLOSE WRITE33.
TM290      MOVE WS-WRITE33-FS TO CPY-FS-CODE.
TM290      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM291      CLOSE WRITE34.
TM291      MOVE WS-WRITE34-FS TO CPY-FS-CODE.
TM291      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM292      CLOSE WRITE35.
TM292      MOVE WS-WRITE35-FS TO CPY-FS-CODE.
TM292      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM293      CLOSE WRITE36.
TM293      MOVE WS-WRITE36-FS TO CPY-FS-CODE.
TM293      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM294      CLOSE WRITE37.
TM294      MOVE WS-WRITE37-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM294      CLOSE WRITE38.
TM294      MOVE WS-WRITE38-FS TO CPY-FS-CODE.
TM294      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

TM295      CLOSE WRITE39.
TM295      MOVE WS-WRITE39-FS TO CPY-FS-CODE.
TM295      PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.

           CLOSE NUSEQFL.
           MOVE WS-NUSEQ-FS TO CPY-FS-CODE.
           PERFORM 8900-CHK-FILE-STATUS THRU 8900-EXIT.
TM283      MOVE  VSAM-AR-FS TO WS-INDX-FS-99.                           DELMODID
TM283      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM286      OPEN INPUT VSAM-EC                                           DELMODID
TM286      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM286      MOVE 'EC'        TO TPSWNML-FILE-ID                          DELLVOCH
TM286      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM286      MOVE  VSAM-EC-FS TO WS-INDX-FS-99.                           DELMODID
TM286      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM289      OPEN INPUT VSAM-RI                                           DELMODID
TM289      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM289      MOVE 'RI'        TO TPSWNML-FILE-ID                          DELLVOCH
TM289      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM289      MOVE  VSAM-RI-FS TO WS-INDX-FS-99.                           DELMODID
TM289      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM291      OPEN I-O   VSAM-PN                                           DELMODID
TM291      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM291      MOVE 'PN'        TO TPSWNML-FILE-ID                          DELLVOCH
TM291      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM291      MOVE  VSAM-PN-FS TO WS-INDX-FS-99.                           DELMODID
TM291      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM292      OPEN I-O   VSAM-CL                                           DELMODID
TM292      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM292      MOVE 'CL'        TO TPSWNML-FILE-ID                          DELLVOCH
TM292      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM292      MOVE  VSAM-CL-FS TO WS-INDX-FS-99.                           DELMODID
TM292      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM293      OPEN INPUT VSAM-TR                                           DELMODID
TM293      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM293      MOVE 'TR'        TO TPSWNML-FILE-ID                          DELLVOCH
TM293      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM293      MOVE  VSAM-TR-FS TO WS-INDX-FS-99.                           DELMODID
TM293      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM293      OPEN I-O   VSAM-TO                                           DELMODID
TM293      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM293      MOVE 'TO'        TO TPSWNML-FILE-ID                          DELLVOCH
TM293      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM293      MOVE  VSAM-TO-FS TO WS-INDX-FS-99.                           DELMODID
TM293      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM294      OPEN I-O   VSAM-RF                                           DELMODID
TM294      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM294      MOVE 'RF'        TO TPSWNML-FILE-ID                          DELLVOCH
TM294      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM294      MOVE  VSAM-RF-FS TO WS-INDX-FS-99.                           DELMODID
TM294      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM295      OPEN I-O   VSAM-DT                                           DELMODID
TM295      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM295      MOVE 'DT'        TO TPSWNML-FILE-ID                          DELLVOCH
TM295      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM295      MOVE  VSAM-DT-FS TO WS-INDX-FS-99.                           DELMODID
TM295      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM295      OPEN INPUT VSAM-FL                                           DELMODID
TM295      INITIALIZE TPSWNML-AREA                                      DELLVOCH
TM295      MOVE 'FL'        TO TPSWNML-FILE-ID                          DELLVOCH
TM295      MOVE 'OPENVSAM'  TO TPSWNML-FUNCTION-CODE                    DELLVOCH
TM295      MOVE  VSAM-FL-FS TO WS-INDX-FS-99.                           DELMODID
TM295      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
       1099-MIGR-EXIT. EXIT.                                            DELLIDCH
                                                                        DELLIDCH
                                                                        DELLIDCH
TM283      MOVE  VSAM-AR-FS TO WS-INDX-FS-99.                           DELMODID
TM283      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM286      CLOSE VSAM-EC.                                               DELMODID
TM286      MOVE  VSAM-EC-FS TO WS-INDX-FS-99.                           DELMODID
TM286      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM289      CLOSE VSAM-RI.                                               DELMODID
TM289      MOVE  VSAM-RI-FS TO WS-INDX-FS-99.                           DELMODID
TM289      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM291      CLOSE VSAM-PN.                                               DELMODID
TM291      MOVE  VSAM-PN-FS TO WS-INDX-FS-99.                           DELMODID
TM291      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM292      CLOSE VSAM-CL.                                               DELMODID
TM292      MOVE  VSAM-CL-FS TO WS-INDX-FS-99.                           DELMODID
TM292      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM293      CLOSE VSAM-TR.                                               DELMODID
TM293      MOVE  VSAM-TR-FS TO WS-INDX-FS-99.                           DELMODID
TM293      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM293      CLOSE VSAM-TO.                                               DELMODID
TM293      MOVE  VSAM-TO-FS TO WS-INDX-FS-99.                           DELMODID
TM293      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM294      CLOSE VSAM-RF.                                               DELMODID
TM294      MOVE  VSAM-RF-FS TO WS-INDX-FS-99.                           DELMODID
TM294      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM295      CLOSE VSAM-DT.                                               DELMODID
TM295      MOVE  VSAM-DT-FS TO WS-INDX-FS-99.                           DELMODID
TM295      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
TM295      CLOSE VSAM-FL.                                               DELMODID
TM295      MOVE  VSAM-FL-FS TO WS-INDX-FS-99.                           DELMODID
TM295      PERFORM P9999-MAP-RESP-CODE.                                 DELMODID
                                                                        DELMODID
       9099-CLOSE-EXIT. EXIT.                                           DELLIDCH
       COPY RESPMAP.                                                    DELLIDCH
