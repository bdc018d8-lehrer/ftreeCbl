006219*                     AND CARRIES BAPM/CENS/IMMI DESCRIPTIONS
006220*                     ON A NOTE LINE (THE IMPORT READS THEM
006221*                     BACK) INSTEAD OF DROPPING THEM.
006222*   10/01/2026  RH    REGISTER REPORT (REPORT 'REGISTER <ID>').
006223*   10/02/2026  RH    CHRONOLOGY AND PLAUSIBILITY EXCEPTIONS
006224*                     REPORT (REPORT 'CHRONOLOGY').
006225*   10/05/2026  RH    RESEARCH TASKS (MENU 34-37), RUN MODE
006226*                     'TASKSEED', REPORT 'TASKAGING'.
006227*   10/06/2026  RH    CLERK SIGN-ON AND ROLES (MENU 38-39,
006228*                     REPORT 'ACTIVITY'); CLERK ON AUDIT/JOURNAL.
006229*   10/07/2026  RH    CHECKPOINT/RESTART, BULKLOAD AND GEDIMPORT.
006230*   10/08/2026  RH    BATCH RETURN CODES AND RUNCTL.LOG.
006231*   10/09/2026  RH    RELATIVE CONTACTS (MENU 40-42), MAILEXTRACT.
006232*   10/12/2026  RH    EVIDENCE-GAP REPORT (MENU 43, 'EVIDENCE').
006233*   10/13/2026  RH    'CHANGES' DELTA EXTRACT FOR PARTNERS.
006234*   10/14/2026  RH    MEDIA CATALOG (MEDIA.DAT, MENU 44-46),
006235*                     OBJE ON GEDCOM EXPORT AND IMPORT.
006236*   10/15/2026  RH    FIX ROUND: CHRONOLOGY ON MENU 47; BATCH
006237*                     ACTIVITY REPORT SUPERVISOR-ONLY; RC 8 FOR
006238*                     MEDIA OVERFLOW AND SHORT REGISTERS; MEDIA
006239*                     DATES EDITED; TASKSEED CITE SPELLINGS.
006240*----------------------------------------------------------
006259
006278 ENVIRONMENT DIVISION.
006978         ORGANIZATION IS LINE SEQUENTIAL
006979         FILE STATUS IS WS-BACK-STATUS.
007000
007010     SELECT MEDIAFILE ASSIGN TO "media.dat"
007020         ORGANIZATION IS INDEXED
007030         ACCESS MODE IS DYNAMIC
007040         RECORD KEY IS MD-ID
007050         FILE STATUS IS WS-MED-STATUS.
007060
007100     SELECT EXPORTFILE ASSIGN TO "export.csv"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT GEDFILE ASSIGN TO DYNAMIC WS-GED-OUT-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT BULKFILE ASSIGN TO "bulkload.csv"
007920     SELECT REJFILE ASSIGN TO "bulkload.rej"
007930         ORGANIZATION IS LINE SEQUENTIAL
007940         FILE STATUS IS WS-REJ-STATUS.
007950
007960     SELECT CKPFILE ASSIGN TO DYNAMIC WS-CKP-NAME
007970         ORGANIZATION IS LINE SEQUENTIAL
007980         FILE STATUS IS WS-CKP-STATUS.
008000
008005     SELECT CONTFILE ASSIGN TO "contact.dat"
008010         ORGANIZATION IS INDEXED
008015         ACCESS MODE IS DYNAMIC
008020         RECORD KEY IS RC-PERSON-ID
008025         FILE STATUS IS WS-CONT-STATUS.
008030
008035     SELECT LABELFILE ASSIGN TO "labels.txt"
008040         ORGANIZATION IS LINE SEQUENTIAL
008045         FILE STATUS IS WS-LABEL-STATUS.
008050
008055     SELECT MAILCSVFILE ASSIGN TO "mailmerge.csv"
008060         ORGANIZATION IS LINE SEQUENTIAL
008065         FILE STATUS IS WS-MAILCSV-STATUS.
008070
008072     SELECT PARTFILE ASSIGN TO "partner.dat"
008074         ORGANIZATION IS INDEXED
008076         ACCESS MODE IS DYNAMIC
008078         RECORD KEY IS PN-CODE
008080         FILE STATUS IS WS-PART-STATUS.
008082
008084     SELECT DXDELFILE ASSIGN TO DYNAMIC WS-DXDEL-NAME
008086         ORGANIZATION IS LINE SEQUENTIAL
008088         FILE STATUS IS WS-DXDEL-STATUS.
008090
008100     SELECT AUDITFILE ASSIGN TO "audit.log"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-AUDIT-STATUS.
008310
008312     SELECT RUNLOGFILE ASSIGN TO "runctl.log"
008314         ORGANIZATION IS LINE SEQUENTIAL
008316         FILE STATUS IS WS-RUNLOG-STATUS.
008318
008320     SELECT GEDIMPFILE ASSIGN TO "import.ged"
008330         ORGANIZATION IS LINE SEQUENTIAL
008340         FILE STATUS IS WS-GEDIMP-STATUS.
008469         ORGANIZATION IS LINE SEQUENTIAL
008474         FILE STATUS IS WS-JRN-STATUS.
008479
008480     SELECT REGFILE ASSIGN TO "register.txt"
008481         ORGANIZATION IS LINE SEQUENTIAL
008482         FILE STATUS IS WS-REG-STATUS.
008483
008484     SELECT TASKFILE ASSIGN TO "task.dat"
008485         ORGANIZATION IS INDEXED
008486         ACCESS MODE IS DYNAMIC
008487         RECORD KEY IS TK-ID
008488         FILE STATUS IS WS-TASK-STATUS.
008489
008490     SELECT USERFILE ASSIGN TO "user.dat"
008491         ORGANIZATION IS INDEXED
008492         ACCESS MODE IS DYNAMIC
008493         RECORD KEY IS US-CLERK-ID
008494         FILE STATUS IS WS-USER-STATUS.
008495
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  TREEFILE.
009890     05  MR-END-DATE           PIC X(10).
009895     05  MR-END-REASON         PIC X(20).
009900
009901 FD  TASKFILE.
009902 01  TASK-RECORD.
009903     05  TK-ID                 PIC 9(05).
009904     05  TK-REC-TYPE           PIC X(01).
009905     05  TK-REC-ID             PIC 9(05).
009906     05  TK-QUESTION           PIC X(100).
009907     05  TK-REPOSITORY         PIC X(50).
009908     05  TK-RESEARCHER         PIC X(20).
009909     05  TK-OPENED             PIC X(10).
009910     05  TK-DUE                PIC X(10).
009911     05  TK-STATUS             PIC X(01).
009912     05  TK-CLOSED             PIC X(10).
009913     05  TK-RESULT             PIC X(50).
009914     05  TK-SEED-CODE          PIC X(04).
009915     05  TK-SEED-FIELD         PIC X(12).
009916
009925 FD  USERFILE.
009934 01  USER-RECORD.
009943     05  US-CLERK-ID           PIC X(08).
009952     05  US-NAME               PIC X(30).
009961     05  US-ROLE               PIC X(01).
009970     05  US-ACTIVE             PIC X(01).
009979     05  US-ADDED              PIC X(10).
009988
010000 FD  EXPORTFILE.
010100 01  EXPORT-RECORD             PIC X(300).
010200
010710
010720 FD  REJFILE.
010730 01  REJ-RECORD                PIC X(320).
010740
010750 FD  CKPFILE.
010760 01  CKP-RECORD                PIC X(120).
010761
010762 FD  CONTFILE.
010763 01  CONTACT-RECORD.
010764     05  RC-PERSON-ID          PIC 9(05).
010765     05  RC-ADDR-1             PIC X(40).
010766     05  RC-ADDR-2             PIC X(40).
010767     05  RC-CITY               PIC X(30).
010768     05  RC-REGION             PIC X(20).
010769     05  RC-POSTCODE           PIC X(10).
010770     05  RC-COUNTRY            PIC X(20).
010771     05  RC-PHONE              PIC X(20).
010772     05  RC-EMAIL              PIC X(50).
010773     05  RC-NO-CONTACT         PIC X(01).
010774         88  RC-DO-NOT-CONTACT     VALUE 'Y'.
010775     05  RC-CONFIRMED          PIC X(10).
010776
010777 FD  LABELFILE.
010778 01  LABEL-RECORD              PIC X(60).
010779
010780 FD  MAILCSVFILE.
010781 01  MAILCSV-RECORD            PIC X(300).
010782
010783 FD  PARTFILE.
010784 01  PARTNER-RECORD.
010785     05  PN-CODE               PIC X(08).
010786     05  PN-LAST-FROM          PIC X(08).
010787     05  PN-LAST-THRU          PIC X(08).
010788     05  PN-LAST-RUN           PIC X(08).
010789     05  PN-EXTRACTS           PIC 9(05).
010790
010791 FD  DXDELFILE.
010792 01  DXDEL-RECORD              PIC X(80).
010800
010808 FD  MEDIAFILE.
010816 01  MEDIA-RECORD.
010824     05  MD-ID                 PIC 9(05).
010832     05  MD-REC-TYPE           PIC X(01).
010840     05  MD-REC-ID             PIC 9(05).
010848     05  MD-PATH               PIC X(80).
010856     05  MD-FORMAT             PIC X(04).
010864     05  MD-TITLE              PIC X(50).
010872     05  MD-DATE               PIC X(10).
010880     05  MD-DESC               PIC X(80).
010888
010900 FD  AUDITFILE.
011000 01  AUDIT-RECORD              PIC X(150).
011010
011012 FD  RUNLOGFILE.
011014 01  RUNLOG-RECORD             PIC X(150).
011016
011020 FD  GEDIMPFILE.
011030 01  GEDIMP-RECORD             PIC X(200).
011031
011165 01  MATCH-RECORD              PIC X(132).
011171
011177 FD  JRNFILE.
011183 01  JRN-RECORD                PIC X(290).
011189
011190 FD  REGFILE.
011191 01  REG-RECORD                PIC X(132).
011192
011200 WORKING-STORAGE SECTION.
011300 01  WS-MENU-OPTION            PIC 99.
011400 01  WS-END-FLAG               PIC X(01) VALUE 'N'.
014341     05  JE-ACTION             PIC X(01).
014342     05  JE-KEY                PIC 9(05).
014343     05  JE-IMAGE              PIC X(250).
014344     05  JE-CLERK              PIC X(08).
014345     05  JE-OPER               PIC X(01).
014346
014347*----------------------------------------------------------
014348* CHANGES-SINCE EXTRACT WORKING STORAGE. DX-TABLE HOLDS ONE
014349* ENTRY PER RECORD (FILE CODE AND KEY) TOUCHED BY THE
014350* JOURNALS IN THE DATE RANGE, WITH ITS FIRST AND LAST
014351* JOURNAL ACTION, WHICH GIVE THE NET CHANGE (DX-NET: A ADDED,
014352* C CHANGED, D DELETED, X ADDED AND DELETED AGAIN), AND THE
014353* RECORD'S CURRENT POSITION IN ITS IN-MEMORY TABLE.
014354*----------------------------------------------------------
014355 01  WS-PART-STATUS            PIC X(02).
014356     88  WS-PART-OK                VALUE "00".
014357 01  WS-DXDEL-STATUS           PIC X(02).
014358     88  WS-DXDEL-OK               VALUE "00".
014359 01  WS-GED-OUT-NAME           PIC X(30) VALUE "export.ged".
014360 01  WS-DXDEL-NAME             PIC X(30).
014361 01  WS-DX-PARTNER             PIC X(08).
014362 01  WS-DX-FROM                PIC X(08).
014363 01  WS-DX-TO                  PIC X(08).
014364 01  WS-DX-DAY                 PIC 9(07).
014365 01  WS-DX-DAY-FROM            PIC 9(07).
014366 01  WS-DX-DAY-TO              PIC 9(07).
014367 01  WS-DX-PART-FOUND-FLAG     PIC X(01).
014368     88  WS-DX-PART-FOUND          VALUE 'Y'.
014369 01  WS-DX-FAM-FLAG            PIC X(01).
014370     88  WS-DX-FAM-WANTED          VALUE 'Y'.
014371 01  WS-DX-TRUNC-FLAG          PIC X(01).
014372     88  WS-DX-TRUNCATED           VALUE 'Y'.
014373 01  WS-DX-FILE                PIC X(04).
014374 01  WS-DX-KEY                 PIC 9(05).
014375 01  WS-DX-IDX                 PIC 9(05).
014376 01  WS-DX-SCAN                PIC 9(05).
014377 01  WS-DX-JRN-READ            PIC 9(05) VALUE ZERO.
014378 01  WS-DX-ENTRIES             PIC 9(07) VALUE ZERO.
014379 01  WS-DX-INDI                PIC 9(05) VALUE ZERO.
014380 01  WS-DX-FAMS                PIC 9(05) VALUE ZERO.
014381 01  WS-DX-SOUR                PIC 9(05) VALUE ZERO.
014382 01  WS-DX-DEL                 PIC 9(05) VALUE ZERO.
014383 01  WS-DX-GONE                PIC 9(05) VALUE ZERO.
014384 01  MAX-DX                    PIC 9(05) VALUE 05000.
014385 01  DX-SIZE                   PIC 9(05) VALUE ZERO.
014386 01  DX-TABLE-AREA.
014387     05  DX-ENTRY OCCURS 5000 TIMES.
014388         10  DX-FILE           PIC X(04).
014389         10  DX-KEY            PIC 9(05).
014390         10  DX-FIRST          PIC X(01).
014391         10  DX-LAST           PIC X(01).
014392         10  DX-NET            PIC X(01).
014393         10  DX-REF1           PIC 9(05).
014394         10  DX-REF2           PIC 9(05).
014395         10  DX-TNUM           PIC 9(05).
014396
014400 01  WS-BULK-COUNT             PIC 9(05) VALUE ZERO.
014500 01  WS-BULK-FIELD-CTR         PIC 9(02).
014501*----------------------------------------------------------
014797 01  WS-GD-MM                  PIC X(02).
014798 01  WS-GI-BAD-DATE-COUNT      PIC 9(05) VALUE ZERO.
014800
014801*----------------------------------------------------------
014802* CHECKPOINT/RESTART WORKING STORAGE FOR BULKLOAD AND
014803* GEDIMPORT. EVERY WS-CKP-INTERVAL INPUT RECORDS THE RUN
014804* REWRITES ITS CHECKPOINT FILE (BULKLOAD.CKP OR IMPORT.CKP):
014805* ONE CKP-HEADER LINE WITH THE INPUT POSITION, THE FIRST ID
014806* AND NEXT ID OF THE RUN AND ITS RUNNING TOTALS, FOLLOWED FOR
014807* GEDIMPORT BY ONE CKP-XREF LINE PER GI-TABLE ENTRY (XREF,
014808* ID ASSIGNED, ID MATCHED). A RESTART SKIPS THE INPUT UP TO
014809* THE CHECKPOINT; A PERSON WRITTEN AFTER THE CHECKPOINT BUT
014810* BEFORE THE FAILURE IS FOUND AGAIN ABOVE WS-CKP-FLOOR-ID
014811* (IDS ARE ISSUED IN INPUT ORDER) AND NOT WRITTEN TWICE.
014812*----------------------------------------------------------
014813 01  WS-CKP-STATUS             PIC X(02).
014814     88  WS-CKP-OK                 VALUE "00".
014815 01  EOF-CKPFILE               PIC X(01) VALUE 'N'.
014816     88  END-OF-CKPFILE            VALUE 'Y'.
014817 01  WS-CKP-NAME               PIC X(30).
014818 01  WS-CKP-INTERVAL           PIC 9(05) VALUE 00100.
014819 01  WS-CKP-SINCE              PIC 9(05) VALUE ZERO.
014820 01  WS-CKP-POSITION           PIC 9(07) VALUE ZERO.
014821 01  WS-CKP-RESUME-POS         PIC 9(07) VALUE ZERO.
014822 01  WS-CKP-PHASE              PIC X(01) VALUE SPACE.
014823 01  WS-CKP-RUN-STATUS         PIC X(01) VALUE 'A'.
014824 01  WS-CKP-FIRST-ID           PIC 9(05) VALUE ZERO.
014825 01  WS-CKP-FLOOR-ID           PIC 9(05) VALUE ZERO.
014826 01  WS-CKP-CAND-ID            PIC 9(05).
014827 01  WS-CKP-CAND-NUM           PIC 9(05).
014828 01  WS-CKP-REPLAY-COUNT       PIC 9(05) VALUE ZERO.
014829 01  WS-CKP-REJ-ON-FILE        PIC 9(05) VALUE ZERO.
014830 01  WS-CKP-WRITE-COUNT        PIC 9(05) VALUE ZERO.
014831 01  WS-CKP-IDX                PIC 9(05).
014832 01  WS-CKP-GI-START           PIC 9(05) VALUE 1.
014833 01  WS-CKP-GF-START           PIC 9(05) VALUE 1.
014834 01  WS-CKP-RESTART-FLAG       PIC X(01) VALUE 'N'.
014835     88  WS-CKP-RESTART            VALUE 'Y'.
014836 01  WS-CKP-REPLAY-FLAG        PIC X(01) VALUE 'N'.
014837     88  WS-CKP-REPLAYING          VALUE 'Y'.
014838 01  WS-CKP-WRITTEN-FLAG       PIC X(01) VALUE 'N'.
014839     88  WS-CKP-ALREADY-WRITTEN    VALUE 'Y'.
014840 01  WS-CKP-VALID-FLAG         PIC X(01) VALUE 'N'.
014841     88  WS-CKP-VALID              VALUE 'Y'.
014842 01  CKP-HEADER.
014843     05  CH-REC-TYPE           PIC X(01).
014844     05  CH-MODE               PIC X(11).
014845     05  CH-STATUS             PIC X(01).
014846         88  CH-RUN-COMPLETE       VALUE 'C'.
014847     05  CH-DATE               PIC X(08).
014848     05  CH-TIME               PIC X(08).
014849     05  CH-CLERK              PIC X(08).
014850     05  CH-PHASE              PIC X(01).
014851     05  CH-POSITION           PIC 9(07).
014852     05  CH-FIRST-ID           PIC 9(05).
014853     05  CH-NEXT-ID            PIC 9(05).
014854     05  CH-XREF-COUNT         PIC 9(05).
014855     05  CH-COUNT              PIC 9(05) OCCURS 6 TIMES.
014856 01  CKP-XREF.
014857     05  CX-REC-TYPE           PIC X(01).
014858     05  CX-XREF               PIC X(12).
014859     05  CX-NEW-ID             PIC 9(05).
014860     05  CX-MATCH-ID           PIC 9(05).
014861
014862*----------------------------------------------------------
014863* RUN CONTROL FOR THE BATCH MODES. EVERY BATCH RUN ENDS WITH
014864* RETURN-CODE 0 (CLEAN), 4 (WARNINGS -- REJECTS, SKIPS,
014865* REDACTIONS), 8 (COUNTS DO NOT AGREE OR THE RUN DID NOT
014866* FINISH) OR 16 (A FILE COULD NOT BE OPENED), AND APPENDS
014867* ONE LINE TO RUNLOGFILE FOR THE MORNING CHECK.
014868*----------------------------------------------------------
014869 01  WS-RUNLOG-STATUS          PIC X(02).
014870     88  WS-RUNLOG-OK              VALUE "00".
014871 01  WS-RUN-MODE               PIC X(11).
014872     88  WS-RUN-BATCH-MODE         VALUE "BULKLOAD" "GEDIMPORT"
014873                                   "BACKUP" "RESTORE" "REPORT"
014874                                   "ROLLFORWARD" "TASKSEED"
014875                                   "MAILEXTRACT" "CHANGES".
014876 01  WS-RUN-RC                 PIC 9(02) VALUE ZERO.
014877     88  WS-RC-CLEAN               VALUE 0.
014878     88  WS-RC-WARNING             VALUE 4.
014879     88  WS-RC-INCOMPLETE          VALUE 8.
014880     88  WS-RC-OPEN-FAILED         VALUE 16.
014881 01  WS-RUN-OPEN-FAIL-FLAG     PIC X(01) VALUE 'N'.
014882     88  WS-RUN-OPEN-FAILED        VALUE 'Y'.
014883 01  WS-RUN-INCOMPLETE-FLAG    PIC X(01) VALUE 'N'.
014884     88  WS-RUN-INCOMPLETE         VALUE 'Y'.
014885 01  WS-RUN-WARN-FLAG          PIC X(01) VALUE 'N'.
014886     88  WS-RUN-WARNED             VALUE 'Y'.
014887 01  WS-RUN-START-DATE         PIC X(08).
014888 01  WS-RUN-START-TIME         PIC X(08).
014889 01  WS-RUN-END-DATE           PIC X(08).
014890 01  WS-RUN-END-TIME           PIC X(08).
014891 01  WS-RUN-IN-COUNT           PIC 9(07).
014892 01  WS-RUN-OUT-COUNT          PIC 9(07).
014893 01  WS-RUN-REJ-COUNT          PIC 9(07).
014894
014900*----------------------------------------------------------
015000* WORKING STORAGE FOR THE EDIT-PERSON CHANGE-HISTORY AUDIT
015100* LOG. EACH CHANGED FIELD IS APPENDED TO AUDITFILE AS ITS OWN
016000 01  WS-AU-DATE                PIC X(08).
016100 01  WS-AU-TIME                PIC X(08).
016200
016201*----------------------------------------------------------
016202* SIGN-ON WORKING STORAGE. EVERY RUN -- THE MENU AND EACH
016203* BATCH MODE -- STARTS WITH 0100-SIGN-ON AGAINST USERFILE,
016204* AND THE CLERK ID SIGNED ON IS STAMPED ON EVERY AUDITFILE
016205* LINE AND JOURNAL ENTRY. ROLES ARE 'V' (VIEW ONLY), 'E'
016206* (DATA ENTRY) AND 'S' (SUPERVISOR). WS-JRN-OPER IS SET TO
016207* 'D' BY 7000-DELETE-PERSON AND 'M' BY 7500-MERGE-PERSONS SO
016208* THE ACTIVITY REPORT CAN TELL THEIR JOURNAL ENTRIES FROM
016209* ORDINARY ADDS AND EDITS. ACT-TABLE IS THE ACTIVITY
016210* REPORT'S PER-CLERK TALLY, KEPT IN CLERK ID ORDER.
016211*----------------------------------------------------------
016212 01  WS-USER-STATUS            PIC X(02).
016213     88  WS-USER-OK                VALUE "00".
016214     88  WS-USER-NOT-FOUND         VALUE "23" "35" "21".
016215     88  WS-USER-DUPLICATE         VALUE "22".
016216 01  EOF-USERFILE              PIC X(01) VALUE 'N'.
016217     88  END-OF-USERFILE           VALUE 'Y'.
016218 01  WS-SIGNON-CLERK           PIC X(08) VALUE SPACES.
016219 01  WS-SIGNON-NAME            PIC X(30) VALUE SPACES.
016220 01  WS-SIGNON-ROLE            PIC X(01) VALUE SPACE.
016221     88  WS-ROLE-VIEW-ONLY         VALUE 'V'.
016222     88  WS-ROLE-DATA-ENTRY        VALUE 'E'.
016223     88  WS-ROLE-SUPERVISOR        VALUE 'S'.
016224     88  WS-ROLE-VALID             VALUE 'V' 'E' 'S'.
016225 01  WS-SIGNON-FLAG            PIC X(01) VALUE 'N'.
016226     88  WS-SIGNED-ON              VALUE 'Y'.
016227 01  WS-SIGNON-TRIES           PIC 9(01).
016228 01  WS-SIGNON-MAX-TRIES       PIC 9(01).
016229 01  WS-USER-COUNT             PIC 9(05).
016230 01  WS-ROLE-OK-FLAG           PIC X(01) VALUE 'Y'.
016231     88  WS-ROLE-ALLOWS            VALUE 'Y'.
016232 01  WS-JRN-OPER               PIC X(01) VALUE SPACE.
016233 01  WS-USER-IN-ID             PIC X(08).
016234 01  WS-USER-IN-NAME           PIC X(30).
016235 01  WS-USER-IN-ROLE           PIC X(01).
016236 01  WS-USER-IN-ACTIVE         PIC X(01).
016237 01  WS-ACT-DATE               PIC X(08).
016238 01  WS-ACT-DATE-FMT           PIC X(10).
016239 01  WS-ACT-ENTRIES            PIC 9(05).
016240 01  WS-ACT-OVERFLOW           PIC 9(05).
016241 01  WS-ACT-IDX                PIC 9(03).
016242 01  WS-ACT-IDX2               PIC 9(03).
016243 01  WS-ACT-INS-POS            PIC 9(03).
016244 01  WS-ACT-NUM-ED             PIC ZZZZ9.
016245 01  MAX-ACT-CLERK             PIC 9(03) VALUE 100.
016246 01  ACT-COUNT                 PIC 9(03).
016247 01  ACT-TABLE-AREA.
016248     05  ACT-ENTRY OCCURS 100 TIMES.
016249         10  AC-CLERK          PIC X(08).
016250         10  AC-COUNTS.
016251             15  AC-ADDS       PIC 9(05).
016252             15  AC-EDITS      PIC 9(05).
016253             15  AC-DELETES    PIC 9(05).
016254             15  AC-MERGES     PIC 9(05).
016255 01  WS-ACT-LINE-CLERK         PIC X(08).
016256 01  WS-ACT-LINE-NAME          PIC X(30).
016257 01  WS-ACT-LINE-COUNTS.
016258     05  WS-ACT-LINE-ADDS      PIC 9(05).
016259     05  WS-ACT-LINE-EDITS     PIC 9(05).
016260     05  WS-ACT-LINE-DELETES   PIC 9(05).
016261     05  WS-ACT-LINE-MERGES    PIC 9(05).
016262 01  WS-ACT-TOTALS.
016263     05  WS-ACT-TOT-ADDS       PIC 9(05).
016264     05  WS-ACT-TOT-EDITS      PIC 9(05).
016265     05  WS-ACT-TOT-DELETES    PIC 9(05).
016266     05  WS-ACT-TOT-MERGES     PIC 9(05).
016267
016268*----------------------------------------------------------
016269* SOURCE USAGE / EVIDENCE-GAP REPORT WORKING STORAGE. EACH
016270* KEY FACT IS MATCHED TO CITATIONS WHOSE CI-FIELD EQUALS ONE
016271* OF UP TO THREE SPELLINGS IN WS-EVD-KEY; 4630 SHARES THE LIST.
016272*----------------------------------------------------------
016273 01  WS-EVD-FACT               PIC X(12).
016274 01  WS-EVD-KEY-AREA.
016275     05  WS-EVD-KEY            PIC X(12) OCCURS 3 TIMES.
016276 01  WS-EVD-PERSON-ID          PIC 9(05).
016277 01  WS-EVD-OTHER-ID           PIC 9(05).
016278 01  WS-EVD-VALUE              PIC X(30).
016279 01  WS-EVD-CITES              PIC 9(04).
016280 01  WS-EVD-GOOD               PIC 9(04).
016281 01  WS-EVD-SRC-USES           PIC 9(05).
016282 01  WS-EVD-UNUSED-SRC         PIC 9(05).
016283 01  WS-EVD-UNCITED            PIC 9(05).
016284 01  WS-EVD-WEAK               PIC 9(05).
016285 01  WS-EVD-STRONG             PIC 9(05).
016286 01  WS-EVD-NUM-ED             PIC ZZZ9.
016293
016300*----------------------------------------------------------
016400* TREE-TABLE IS AN IN-MEMORY COPY OF TREEFILE, BUILT BY
016500* LOAD-TREE ON STARTUP SO THE REPORT PARAGRAPHS DO NOT HAVE
016812     88  WS-DESC-TRUNCATED         VALUE 'Y'.
016813 01  WS-ANC-TRUNC-FLAG         PIC X(01).
016814     88  WS-ANC-TRUNCATED          VALUE 'Y'.
016816*----------------------------------------------------------
016818* LIVING-RELATIVE CONTACTS (CONTFILE, ONE PER PERSON ID) AND
016820* THE REUNION MAILING EXTRACT. CONTACT DETAILS ARE NEVER
016822* WRITTEN TO EXPORT.CSV OR THE GEDCOM EXPORT. MAIL-TABLE IS
016824* THE DESCENDANT WALK, HELD AS ONE QUEUE IN GENERATION ORDER.
016826*----------------------------------------------------------
016828 01  WS-CONT-STATUS            PIC X(02).
016830     88  WS-CONT-OK                VALUE "00".
016832     88  WS-CONT-NO-FILE           VALUE "35".
016834 01  WS-LABEL-STATUS           PIC X(02).
016836     88  WS-LABEL-OK               VALUE "00".
016838 01  WS-MAILCSV-STATUS         PIC X(02).
016840     88  WS-MAILCSV-OK             VALUE "00".
016842 01  WS-CONT-FOUND-FLAG        PIC X(01).
016844     88  WS-CONT-FOUND             VALUE 'Y'.
016846 01  WS-CONT-IN                PIC X(50).
016848 01  WS-CONT-TODAY             PIC X(10).
016850 01  WS-DEL-CONT-COUNT         PIC 9(05).
016852 01  WS-CONT-SAVE.
016854     05  WS-CS-PERSON-ID       PIC 9(05).
016856     05  WS-CS-DETAILS         PIC X(230).
016858     05  WS-CS-NO-CONTACT      PIC X(01).
016860     05  WS-CS-CONFIRMED       PIC X(10).
016862 01  MAX-MAIL                  PIC 9(05) VALUE 05000.
016864 01  MAIL-SIZE                 PIC 9(05) VALUE ZERO.
016866 01  MAIL-TABLE.
016868     05  ML-ID                 PIC 9(05) OCCURS 5000 TIMES.
016870 01  WS-ML-IDX                 PIC 9(05).
016872 01  WS-ML-SCAN                PIC 9(05).
016874 01  WS-ML-ROOT-ID             PIC 9(05).
016876 01  WS-ML-TRUNC-FLAG          PIC X(01) VALUE 'N'.
016878     88  WS-ML-TRUNCATED           VALUE 'Y'.
016880 01  WS-ML-DUP-FLAG            PIC X(01).
016882     88  WS-ML-DUP                 VALUE 'Y'.
016884 01  WS-ML-PTR                 PIC 9(03).
016886 01  WS-ML-OUT-COUNT           PIC 9(05) VALUE ZERO.
016888 01  WS-ML-DECEASED            PIC 9(05) VALUE ZERO.
016890 01  WS-ML-NO-CONT             PIC 9(05) VALUE ZERO.
016892 01  WS-ML-DNC                 PIC 9(05) VALUE ZERO.
016894 01  WS-ML-NO-ADDR             PIC 9(05) VALUE ZERO.
016900 01  TREE-SIZE                 PIC 9(05) VALUE ZERO.
017000 01  TREE-TABLE-AREA.
017100     05  TREE-TABLE OCCURS 10000 TIMES
022000 01  WS-BIRTH-YEAR             PIC 9(04).
022100 01  WS-DEATH-YEAR             PIC 9(04).
022200 01  WS-AGE-YEARS              PIC 9(03).
022201*    WS-DN-DATE (YYYY-MM-DD) <-> WS-DN-DAYS, A SERIAL DAY
022202*    NUMBER, FOR AGES IN DAYS AND DUE DATES -- SEE 9330/9335.
022203 01  WS-DN-DATE                PIC X(10).
022204 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
022205     05  WS-DN-YYYY            PIC 9(04).
022206     05  FILLER                PIC X(01).
022207     05  WS-DN-MM              PIC 9(02).
022208     05  FILLER                PIC X(01).
022209     05  WS-DN-DD              PIC 9(02).
022210 01  WS-DN-DAYS                PIC 9(07).
022211 01  WS-DN-YEAR                PIC 9(04).
022212 01  WS-DN-ERA                 PIC 9(02).
022213 01  WS-DN-YOE                 PIC 9(03).
022214 01  WS-DN-MP                  PIC 9(02).
022215 01  WS-DN-DOY                 PIC 9(03).
022216 01  WS-DN-DOE                 PIC 9(06).
022217 01  WS-DN-WORK                PIC 9(07).
022218 01  WS-DN-WORK2               PIC 9(07).
022300
022301*----------------------------------------------------------
022302* RESEARCH-TASK FILE WORKING STORAGE. TASK-TABLE MIRRORS
022303* TASKFILE THE WAY NOTE-TABLE MIRRORS NOTEFILE. A TASK IS ONE
022304* OPEN QUESTION KEYED TO A PERSON ('P'), MARRIAGE ('M') OR
022305* SOURCE ('S'), WITH STATUS 'O' (OPEN), 'I' (IN PROGRESS) OR
022306* 'C' (CLOSED). A TASK OPENED BY THE TASKSEED RUN CARRIES THE
022307* GAP THAT RAISED IT IN RT-SEED-CODE/RT-SEED-FIELD -- BDAT
022308* (NO BIRTH DATE), PARN (PARENT UNKNOWN) OR CITE (A KEY FACT
022309* WITH NO CITATION) -- SO THE SAME GAP IS NEVER SEEDED TWICE.
022310* TS-TABLE IS THE AGING REPORT'S RESEARCHER/OPENED-DATE SORT.
022311*----------------------------------------------------------
022312 01  WS-TASK-STATUS            PIC X(02).
022313     88  WS-TASK-OK                VALUE "00".
022314     88  WS-TASK-NOT-FOUND         VALUE "23" "35" "21".
022315     88  WS-TASK-DUPLICATE         VALUE "22".
022316 01  EOF-TASKFILE              PIC X(01) VALUE 'N'.
022317     88  END-OF-TASKFILE           VALUE 'Y'.
022318 01  MAX-TASK                  PIC 9(05) VALUE 05000.
022319 01  TASK-SIZE                 PIC 9(05) VALUE ZERO.
022320 01  WS-TASK-ID-COUNTER        PIC 9(05) VALUE 1.
022321 01  WS-TASK-MAX-ID            PIC 9(05) VALUE ZERO.
022322 01  WS-TASK-IDX               PIC 9(05).
022323 01  WS-TASK-OVERFLOW          PIC 9(05).
022324 01  WS-TASK-FIND-ID           PIC 9(05).
022325 01  WS-TASK-FOUND-NUM         PIC 9(05).
022326 01  WS-DEL-TASK-COUNT         PIC 9(05).
022327 01  WS-DEL-MTASK-COUNT        PIC 9(05).
022328 01  WS-TASK-DUE-DAYS          PIC 9(03) VALUE 090.
022329 01  WS-TASK-RUN-DATE          PIC X(08).
022330 01  WS-TASK-TODAY             PIC X(10).
022331 01  WS-TASK-TODAY-DAYS        PIC 9(07).
022332 01  WS-TASK-INPUT             PIC X(100).
022333 01  WS-TASK-NAME              PIC X(50).
022334 01  WS-TASK-SEED-RESEARCHER   PIC X(20).
022335 01  WS-TASK-SEED-FLD          PIC X(12).
022336 01  WS-TASK-SEED-COUNT        PIC 9(05).
022337 01  WS-TASK-SEED-SKIP         PIC 9(05).
022338 01  WS-TASK-SEED-BDAT         PIC 9(05).
022339 01  WS-TASK-SEED-PARN         PIC 9(05).
022340 01  WS-TASK-SEED-CITE         PIC 9(05).
022341 01  WS-TASK-CITED-FLAG        PIC X(01).
022342     88  WS-TASK-CITED             VALUE 'Y'.
022343 01  WS-TASK-AGE-DAYS          PIC 9(05).
022344 01  WS-TASK-AGE-ED            PIC ZZZZ9.
022345 01  WS-TASK-OVERDUE-FLAG      PIC X(01).
022346     88  WS-TASK-OVERDUE           VALUE 'Y'.
022347 01  WS-TASK-LAST-RESEARCHER   PIC X(20).
022348 01  WS-TASK-GRP-COUNTS.
022349     05  WS-TASK-GRP-OPEN      PIC 9(05).
022350     05  WS-TASK-GRP-OVERDUE   PIC 9(05).
022351     05  WS-TASK-GRP-BUCKET    PIC 9(05) OCCURS 4 TIMES.
022352 01  WS-TASK-TOT-COUNTS.
022353     05  WS-TASK-TOT-OPEN      PIC 9(05).
022354     05  WS-TASK-TOT-OVERDUE   PIC 9(05).
022355     05  WS-TASK-TOT-BUCKET    PIC 9(05) OCCURS 4 TIMES.
022356 01  WS-TASK-BKT               PIC 9(01).
022357 01  TS-COUNT                  PIC 9(05).
022358 01  WS-TS-IDX                 PIC 9(05).
022359 01  WS-TS-IDX2                PIC 9(05).
022360 01  WS-TS-INS-POS             PIC 9(05).
022361 01  WS-TS-SORT-KEY            PIC X(30).
022362 01  TS-TABLE-AREA.
022363     05  TS-ENTRY OCCURS 5000 TIMES.
022364         10  TS-KEY            PIC X(30).
022365         10  TS-NUM            PIC 9(05).
022366 01  TASK-TABLE-AREA.
022367     05  TASK-TABLE OCCURS 5000 TIMES.
022368         10  RT-ID             PIC 9(05).
022369         10  RT-REC-TYPE       PIC X(01).
022370         10  RT-REC-ID         PIC 9(05).
022371         10  RT-QUESTION       PIC X(100).
022372         10  RT-REPOSITORY     PIC X(50).
022373         10  RT-RESEARCHER     PIC X(20).
022374         10  RT-OPENED         PIC X(10).
022375         10  RT-DUE            PIC X(10).
022376         10  RT-STATUS         PIC X(01).
022377         10  RT-CLOSED         PIC X(10).
022378         10  RT-SEED-CODE      PIC X(04).
022379         10  RT-SEED-FIELD     PIC X(12).
022380
022381*----------------------------------------------------------
022382* GM-TABLE HOLDS EACH OBJE STRUCTURE GEDIMPORT READS UNDER AN
022383* INDI, ONE OF ITS EVENTS (GM-SLOT) OR A FAM UNTIL THE OWNING
022384* RECORD HAS ITS ID, WHEN 2725/2727 CATALOG IT ON MEDIAFILE.
022385*----------------------------------------------------------
022386 01  MAX-GM                    PIC 9(05) VALUE 05000.
022387 01  WS-GM-SLOT                PIC 9(02).
022388 01  GM-TABLE-AREA.
022389     05  GM-ENTRY OCCURS 5000 TIMES.
022390         10  GM-OWNER          PIC X(01).
022391         10  GM-OWNER-NUM      PIC 9(05).
022392         10  GM-SLOT           PIC 9(02).
022393         10  GM-PATH           PIC X(80).
022394         10  GM-FORMAT         PIC X(04).
022395         10  GM-TITLE          PIC X(50).
022396         10  GM-DATE           PIC X(10).
022397         10  GM-DESC           PIC X(80).
022398
022400*----------------------------------------------------------
022500* WORKING STORAGE FOR THE PEDIGREE (ANCESTOR) CHART AND THE
022600* DESCENDANT CHART. THE PEDIGREE CHART USES A FIXED BINARY
025600 01  WS-DESC-DUP-FLAG          PIC X(01).
025700     88  WS-DESC-DUP-FOUND         VALUE 'Y'.
025800
025801*----------------------------------------------------------
025802* WORKING STORAGE FOR THE REGISTER REPORT (BATCH REPORT NAME
025803* 'REGISTER'). REG-TABLE HOLDS EVERY DESCENDANT IN REGISTER
025804* ORDER -- THE ANCESTOR IS NUMBER 1 AND EACH GENERATION IS
025805* NUMBERED IN TURN, A PARENT'S CHILDREN IN BIRTH ORDER --
025806* WITH THE NUMBER OF THE PARENT IT WAS REACHED FROM.
025807* REG-SRC-TABLE NUMBERS EACH SOURCE THE FIRST TIME A PERSON'S
025808* PARAGRAPH CITES IT, SO THE ENDNOTES PRINT IN ORDER OF FIRST
025809* USE. WS-REG-PARA HOLDS ONE PERSON'S NARRATIVE UNTIL 9445
025810* WRAPS IT ONTO THE PAGE.
025811*----------------------------------------------------------
025812 01  WS-REG-STATUS             PIC X(02).
025813     88  WS-REG-OK                 VALUE "00".
025814 01  MAX-REG                   PIC 9(05) VALUE 02000.
025815 01  WS-REG-MAX-GEN            PIC 9(02) VALUE 10.
025816 01  REG-SIZE                  PIC 9(05).
025817 01  WS-REG-IDX                PIC 9(05).
025818 01  WS-REG-IDX2               PIC 9(05).
025819 01  WS-REG-NUM                PIC 9(05).
025820 01  WS-REG-NUM-ED             PIC ZZZZ9.
025821 01  WS-REG-LEAD               PIC 9(02).
025822 01  WS-REG-TNUM               PIC 9(05).
025823 01  WS-REG-SEQ-ED             PIC ZZ9.
025824 01  WS-REG-LAST-GEN           PIC 9(02).
025825 01  WS-REG-TRUNC-FLAG         PIC X(01).
025826     88  WS-REG-TRUNCATED          VALUE 'Y'.
025827 01  WS-REG-DUP-FLAG           PIC X(01).
025828     88  WS-REG-DUP-FOUND          VALUE 'Y'.
025829 01  WS-REG-SUBJ               PIC X(50).
025830 01  WS-REG-OTHER-ID           PIC 9(05).
025831 01  WS-REG-CIT-COUNT          PIC 9(04).
025832 01  REG-TABLE-AREA.
025833     05  REG-ENTRY OCCURS 2000 TIMES.
025834         10  REG-ID            PIC 9(05).
025835         10  REG-GEN           PIC 9(02).
025836         10  REG-PARENT-NUM    PIC 9(05).
025837 01  MAX-REG-SRC               PIC 9(05) VALUE 00500.
025838 01  REG-SRC-SIZE              PIC 9(05).
025839 01  WS-REG-SRC-NUM            PIC 9(05).
025840 01  WS-REG-SRC-IDX            PIC 9(05).
025841 01  REG-SRC-TABLE-AREA.
025842     05  REG-SRC-ID            PIC 9(05) OCCURS 500 TIMES.
025843*    ONE PERSON'S PARAGRAPH IS ASSEMBLED PIECE BY PIECE IN
025844*    WS-REG-PARA; EACH PIECE IS TRIMMED OF TRAILING SPACES AS
025845*    IT GOES ON, SO A PIECE THAT WANTS A SPACE BEFORE IT
025846*    CARRIES ITS OWN LEADING BLANK.
025847 01  WS-REG-PARA               PIC X(2000).
025848 01  WS-REG-PARA-LEN           PIC 9(04).
025849 01  WS-REG-PIECE              PIC X(120).
025850 01  WS-REG-PIECE-LEN          PIC 9(03).
025851 01  WS-REG-POS                PIC 9(04).
025852 01  WS-REG-CUT                PIC 9(04).
025853 01  WS-REG-REMAIN             PIC 9(04).
025854 01  WS-REG-WIDTH              PIC 9(02) VALUE 72.
025855 01  WS-REG-MARGIN             PIC 9(02) VALUE 05.
025856 01  WS-REG-OUT-LINE           PIC X(132).
025857 01  WS-REG-PAGE-NUM           PIC 9(04).
025858 01  WS-REG-PAGE-ED            PIC ZZZ9.
025859 01  WS-REG-LINE-COUNT         PIC 9(02).
025860 01  WS-REG-LINES-PER-PAGE     PIC 9(02) VALUE 60.
025861 01  WS-REG-LINE-TOTAL         PIC 9(05).
025862 01  WS-REG-HEAD-NAME          PIC X(50).
025863*    LOWER-CASE ROMAN NUMERALS FOR A PARENT'S CHILDREN, THE WAY
025864*    A REGISTER LISTS THEM; A TWENTY-FIRST CHILD AND BEYOND
025865*    PRINTS AS A PLAIN NUMBER.
025866 01  WS-REG-ROMAN-VALUES.
025867     05  FILLER                PIC X(06) VALUE "i".
025868     05  FILLER                PIC X(06) VALUE "ii".
025869     05  FILLER                PIC X(06) VALUE "iii".
025870     05  FILLER                PIC X(06) VALUE "iv".
025871     05  FILLER                PIC X(06) VALUE "v".
025872     05  FILLER                PIC X(06) VALUE "vi".
025873     05  FILLER                PIC X(06) VALUE "vii".
025874     05  FILLER                PIC X(06) VALUE "viii".
025875     05  FILLER                PIC X(06) VALUE "ix".
025876     05  FILLER                PIC X(06) VALUE "x".
025877     05  FILLER                PIC X(06) VALUE "xi".
025878     05  FILLER                PIC X(06) VALUE "xii".
025879     05  FILLER                PIC X(06) VALUE "xiii".
025880     05  FILLER                PIC X(06) VALUE "xiv".
025881     05  FILLER                PIC X(06) VALUE "xv".
025882     05  FILLER                PIC X(06) VALUE "xvi".
025883     05  FILLER                PIC X(06) VALUE "xvii".
025884     05  FILLER                PIC X(06) VALUE "xviii".
025885     05  FILLER                PIC X(06) VALUE "xix".
025886     05  FILLER                PIC X(06) VALUE "xx".
025887 01  WS-REG-ROMAN-TABLE REDEFINES WS-REG-ROMAN-VALUES.
025888     05  WS-REG-ROMAN          PIC X(06) OCCURS 20 TIMES.
025889
025900*----------------------------------------------------------
026000* WORKING STORAGE FOR THE VIEW-ALL SEARCH/FILTER CRITERIA.
026100* A BLANK CRITERION MEANS "DO NOT FILTER ON THIS FIELD."
027600 01  WS-SEARCH-MATCH-FLAG      PIC X(01).
027700     88  WS-SEARCH-MATCH           VALUE 'Y'.
027800
027801*----------------------------------------------------------
027802* WORKING STORAGE FOR THE CHRONOLOGY EXCEPTIONS REPORT (BATCH
027803* REPORT NAME 'CHRONOLOGY'). EVERY DATE COMPARED IS TURNED
027804* INTO A MONTH NUMBER (YEAR * 12 + MONTH) BY 9255, SO AN AGE
027805* OR A GAP IS A PLAIN SUBTRACTION; DAYS ARE IGNORED, WHICH IS
027806* CLOSE ENOUGH FOR "ABOUT 9 MONTHS" AND "ABOUT 55 YEARS".
027807* DATES THAT ARE BLANK OR NOT YYYY-MM-DD ARE SKIPPED HERE --
027808* THE DATEQUAL REPORT ALREADY LISTS THE MALFORMED ONES. THE
027809* LIMITS BELOW ARE THE AGES AND GAPS BEYOND WHICH A FINDING
027810* IS PRINTED.
027811*----------------------------------------------------------
027812 01  WS-CHR-MOTHER-MIN-AGE     PIC 9(03) VALUE 12.
027813 01  WS-CHR-MOTHER-MAX-AGE     PIC 9(03) VALUE 55.
027814 01  WS-CHR-FATHER-MIN-AGE     PIC 9(03) VALUE 14.
027815 01  WS-CHR-FATHER-MAX-AGE     PIC 9(03) VALUE 80.
027816 01  WS-CHR-MARR-MIN-AGE       PIC 9(03) VALUE 14.
027817 01  WS-CHR-POSTHUMOUS-MOS     PIC 9(03) VALUE 10.
027818 01  WS-CHR-DATE               PIC X(10).
027819 01  WS-CHR-DATE-R REDEFINES WS-CHR-DATE.
027820     05  WS-CHR-YYYY           PIC 9(04).
027821     05  FILLER                PIC X(01).
027822     05  WS-CHR-MM             PIC 9(02).
027823     05  FILLER                PIC X(03).
027824 01  WS-CHR-MONTHS             PIC 9(06).
027825 01  WS-CHR-OK-FLAG            PIC X(01).
027826     88  WS-CHR-OK                 VALUE 'Y'.
027827 01  WS-CHR-BIRTH-MOS          PIC 9(06).
027828 01  WS-CHR-BIRTH-FLAG         PIC X(01).
027829     88  WS-CHR-BIRTH-OK           VALUE 'Y'.
027830 01  WS-CHR-DEATH-MOS          PIC 9(06).
027831 01  WS-CHR-DEATH-FLAG         PIC X(01).
027832     88  WS-CHR-DEATH-OK           VALUE 'Y'.
027833 01  WS-CHR-EVENT-MOS          PIC 9(06).
027834 01  WS-CHR-GAP-MOS            PIC S9(06).
027835 01  WS-CHR-AGE                PIC S9(04).
027836 01  WS-CHR-AGE-ED             PIC ZZ9.
027837 01  WS-CHR-ROLE               PIC X(06).
027838 01  WS-CHR-EVENT-DATE         PIC X(10).
027839 01  WS-CHR-SEVERITY           PIC X(07).
027840 01  WS-CHR-ID1                PIC 9(05).
027841 01  WS-CHR-ID2                PIC 9(05).
027842 01  WS-CHR-MSG                PIC X(100).
027843 01  WS-CHR-ERROR-COUNT        PIC 9(05).
027844 01  WS-CHR-WARN-COUNT         PIC 9(05).
027845
027846*----------------------------------------------------------
027847* MEDIA CATALOG WORKING STORAGE. MED-TABLE MIRRORS MEDIAFILE
027848* THE WAY NOTE-TABLE MIRRORS NOTEFILE. AN ENTRY CATALOGS ONE
027849* SCANNED IMAGE OR DOCUMENT -- FILE PATH, FORMAT, TITLE, DATE
027850* AND DESCRIPTION -- AGAINST A PERSON ('P'), A MARRIAGE ('M'),
027851* A LIFE EVENT ('E') OR A SOURCE ('S'), AND TRAVELS AS A
027852* GEDCOM OBJE STRUCTURE ON EXPORT AND IMPORT.
027853*----------------------------------------------------------
027854 01  WS-MED-STATUS             PIC X(02).
027855     88  WS-MED-OK                 VALUE "00".
027856     88  WS-MED-NOT-FOUND          VALUE "23" "35" "21".
027857     88  WS-MED-DUPLICATE          VALUE "22".
027858 01  EOF-MEDIAFILE             PIC X(01) VALUE 'N'.
027859     88  END-OF-MEDIAFILE          VALUE 'Y'.
027860 01  MAX-MED                   PIC 9(05) VALUE 05000.
027861 01  MED-SIZE                  PIC 9(05) VALUE ZERO.
027862 01  WS-MED-ID-COUNTER         PIC 9(05) VALUE 1.
027863 01  WS-MED-MAX-ID             PIC 9(05) VALUE ZERO.
027864 01  WS-MED-IDX                PIC 9(05).
027865 01  WS-MED-OVERFLOW           PIC 9(05).
027866 01  WS-MED-LIST-COUNT         PIC 9(04).
027867 01  WS-MED-COUNT              PIC 9(05).
027868 01  WS-DEL-MED-COUNT          PIC 9(05).
027870 01  WS-MED-FIND-ID            PIC 9(05).
027871 01  WS-MED-GED-LEVEL          PIC 9(01).
027872 01  WS-MED-GED-LEVEL2         PIC 9(01).
027873 01  WS-MED-GED-LEVEL3         PIC 9(01).
027874 01  MED-TABLE-AREA.
027875     05  MED-TABLE OCCURS 5000 TIMES.
027876         10  MM-ID             PIC 9(05).
027877         10  MM-REC-TYPE       PIC X(01).
027878         10  MM-REC-ID         PIC 9(05).
027879         10  MM-PATH           PIC X(80).
027880         10  MM-FORMAT         PIC X(04).
027881         10  MM-TITLE          PIC X(50).
027882         10  MM-DATE           PIC X(10).
027883         10  MM-DESC           PIC X(80).
027884 01  TEMP-MEDIA.
027885     05  TD-PATH               PIC X(80).
027886     05  TD-FORMAT             PIC X(04).
027887     05  TD-TITLE              PIC X(50).
027888     05  TD-DATE               PIC X(10).
027889     05  TD-DESC               PIC X(80).
027890*    GEDIMPORT STATE FOR THE OBJE STRUCTURE BEING READ: ITS
027891*    OBJE LEVEL AND THE GM-TABLE ENTRY ITS LINES GO INTO.
027892 01  WS-GM-OPEN-FLAG           PIC X(01) VALUE 'N'.
027893     88  WS-GM-OPEN                VALUE 'Y'.
027894 01  WS-GM-BASE-LEVEL          PIC X(01).
027895 01  WS-GM-CUR                 PIC 9(05).
027896 01  WS-GM-COUNT               PIC 9(05) VALUE ZERO.
027897 01  WS-GM-IDX                 PIC 9(05).
027898 01  WS-GI-MED-TOTAL           PIC 9(05) VALUE ZERO.
027899
027900*----------------------------------------------------------
028000* WORKING STORAGE FOR GEDCOM FAMILY-GROUP RESOLUTION. FAM-
028100* TABLE HOLDS ONE ENTRY PER DISTINCT COUPLE -- EITHER A
029849
029850 PROCEDURE DIVISION.
029900 0000-MAIN-LOOP.
029910     PERFORM 0050-START-RUN-CONTROL THRU 0050-EXIT
030000     MOVE SPACES TO WS-RUN-PARM
030100     ACCEPT WS-RUN-PARM FROM COMMAND-LINE
030110     MOVE SPACES TO WS-PARM-MODE WS-PARM-ARG1 WS-PARM-ARG2
030120     UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
030130         INTO WS-PARM-MODE WS-PARM-ARG1 WS-PARM-ARG2
030140     END-UNSTRING
030141     PERFORM 0100-SIGN-ON THRU 0100-EXIT
030142     IF NOT WS-SIGNED-ON
030143         GO TO 0000-EXIT
030144     END-IF
030145     IF WS-PARM-MODE = "TASKSEED"
030146         PERFORM 1000-LOAD-TREE THRU 1000-EXIT
030147         PERFORM 1300-LOAD-CITATIONS THRU 1300-EXIT
030148         PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
030149         PERFORM 4600-SEED-TASKS THRU 4600-EXIT
030150         GO TO 0000-EXIT
030151     END-IF
030152     IF WS-PARM-MODE = "MAILEXTRACT"
030153         PERFORM 1000-LOAD-TREE THRU 1000-EXIT
030154         PERFORM 8500-MAIL-EXTRACT THRU 8500-EXIT
030155         GO TO 0000-EXIT
030156     END-IF
030157     IF WS-PARM-MODE = "CHANGES"
030158         PERFORM 1000-LOAD-TREE THRU 1000-EXIT
030159         PERFORM 1100-LOAD-MARRIAGES THRU 1100-EXIT
030160         PERFORM 1200-LOAD-SOURCES THRU 1200-EXIT
030161         PERFORM 1300-LOAD-CITATIONS THRU 1300-EXIT
030162         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
030163         PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
030169         PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
030175         PERFORM 8600-CHANGES-EXTRACT THRU 8600-EXIT
030185         GO TO 0000-EXIT
030195     END-IF
030200     IF WS-PARM-MODE = "BULKLOAD"
030300         PERFORM 1000-LOAD-TREE THRU 1000-EXIT
030400         PERFORM 2600-BULK-LOAD-PERSONS THRU 2600-EXIT
030625         PERFORM 1100-LOAD-MARRIAGES THRU 1100-EXIT
030627         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
030628         PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
030629         PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
030630         PERFORM 2700-IMPORT-GEDCOM THRU 2700-EXIT
030640         GO TO 0000-EXIT
030650     END-IF
030678         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
030679         PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
030682         PERFORM 1600-LOAD-PLACES THRU 1600-EXIT
030683         PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
030684         PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
030685         PERFORM 9500-BATCH-REPORT THRU 9500-EXIT
030690         GO TO 0000-EXIT
030695     END-IF
030740     PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
030750     PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
030760     PERFORM 1600-LOAD-PLACES THRU 1600-EXIT
030770     PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
030780     PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
030800     PERFORM UNTIL WS-END-OF-PROGRAM
030900         DISPLAY " "
031000         DISPLAY "FAMILY TREE MENU:"
032447         DISPLAY "31. Place Standardization Report"
032459         DISPLAY "32. Standardize a Place Spelling"
032471         DISPLAY "33. Who Lived Where"
032472         DISPLAY "34. Add Research Task"
032473         DISPLAY "35. Update Research Task"
032474         DISPLAY "36. Close Research Task"
032475         DISPLAY "37. Research Task Aging Report"
032476         DISPLAY "38. Maintain Clerk Sign-ons"
032477         DISPLAY "39. Daily Clerk Activity Report"
032478         DISPLAY "40. Add/Change Relative Contact"
032479         DISPLAY "41. View Relative Contact"
032480         DISPLAY "42. Remove Relative Contact"
032481         DISPLAY "43. Source Usage and Evidence Gap Report"
032484         DISPLAY "44. Add Media Item"
032487         DISPLAY "45. Edit Media Item"
032490         DISPLAY "46. List Media for a Record"
032492         DISPLAY "47. Chronology Exceptions Report"
032494         ACCEPT WS-MENU-OPTION
032495         PERFORM 0200-CHECK-MENU-ROLE THRU 0200-EXIT
032496         IF NOT WS-ROLE-ALLOWS
032497             MOVE ZERO TO WS-MENU-OPTION
032498         END-IF
032499         MOVE SPACE TO WS-JRN-OPER
032500         EVALUATE WS-MENU-OPTION
032510             WHEN ZERO
032520                 CONTINUE
032600             WHEN 1
032700                 PERFORM 2000-ADD-PERSON THRU 2000-EXIT
032800             WHEN 2
035192                 PERFORM 7700-STANDARDIZE-PLACE THRU 7700-EXIT
035193             WHEN 33
035194                 PERFORM 5600-WHO-LIVED-WHERE THRU 5600-EXIT
035195             WHEN 34
035196                 PERFORM 4400-ADD-TASK THRU 4400-EXIT
035197             WHEN 35
035198                 PERFORM 4500-UPDATE-TASK THRU 4500-EXIT
035199             WHEN 36
035200                 PERFORM 4550-CLOSE-TASK THRU 4550-EXIT
035201             WHEN 37
035202                 PERFORM 4700-TASK-AGING-REPORT THRU 4700-EXIT
035212             WHEN 38
035222                 PERFORM 0300-MAINTAIN-CLERK THRU 0300-EXIT
035232             WHEN 39
035242                 PERFORM 9950-ACTIVITY-REPORT THRU 9950-EXIT
035248             WHEN 40
035254                 PERFORM 4750-MAINTAIN-CONTACT THRU 4750-EXIT
035260             WHEN 41
035266                 PERFORM 4760-VIEW-CONTACT THRU 4760-EXIT
035272             WHEN 42
035278                 PERFORM 4770-REMOVE-CONTACT THRU 4770-EXIT
035279             WHEN 43
035280                 PERFORM 9350-EVIDENCE-REPORT THRU 9350-EXIT
035281             WHEN 44
035282                 PERFORM 4810-ADD-MEDIA THRU 4810-EXIT
035283             WHEN 45
035284                 PERFORM 4830-EDIT-MEDIA THRU 4830-EXIT
035285             WHEN 46
035286                 PERFORM 4840-LIST-MEDIA THRU 4840-EXIT
035287             WHEN 47
035288                 PERFORM 9250-CHRONOLOGY-REPORT THRU 9250-EXIT
035290             WHEN OTHER
035300                 DISPLAY "Invalid option."
035400         END-EVALUATE
035500     END-PERFORM
035600 0000-EXIT.
035610     PERFORM 0500-END-RUN-CONTROL THRU 0500-EXIT
035620     MOVE WS-RUN-RC TO RETURN-CODE
035700     STOP RUN.
035800
035900 1000-LOAD-TREE.
036700         ELSE
036800             DISPLAY "Unable to open tree file, status "
036900                 WS-TREE-STATUS
036950             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
037000         END-IF
037100         GO TO 1000-EXIT
037200     END-IF
045400     IF NOT WS-TREE-OK
045900         DISPLAY "Unable to add person, file status "
046000             WS-TREE-STATUS
046050         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
046100     ELSE
046110         MOVE "TREE" TO JE-FILE
046120         MOVE "W" TO JE-ACTION
047920* TREEFILE. A FAILING LINE GOES TO BULKLOAD.REJ WITH A REASON
047930* CODE INSTEAD OF LOADING SHIFTED OR HALF-RIGHT, AND PARM
047940* 'BULKLOAD CHECK' RUNS THE EDITS WITHOUT WRITING AT ALL.
047942* A CHECKPOINT (2640) IS TAKEN EVERY WS-CKP-INTERVAL LINES;
047944* PARM 'BULKLOAD RESTART' PICKS UP AFTER THE LAST ONE, AND A
047946* PERSON OR REJECT ALREADY WRITTEN BEFORE THE FAILURE IS NOT
047948* WRITTEN AGAIN.
047950*----------------------------------------------------------
048000 2600-BULK-LOAD-PERSONS.
048010     IF WS-PARM-ARG1 = "CHECK"
048050         MOVE 'N' TO WS-BULK-CHECK-FLAG
048100         DISPLAY "Bulk loading persons from bulkload.csv..."
048110     END-IF
048120     MOVE "bulkload.ckp" TO WS-CKP-NAME
048130     IF WS-PARM-ARG2 NUMERIC AND WS-PARM-ARG2 NOT = ZERO
048140         MOVE WS-PARM-ARG2 TO WS-CKP-INTERVAL
048150     END-IF
048200     MOVE ZERO TO WS-BULK-COUNT
048210     MOVE ZERO TO WS-BULK-REJ-COUNT
048300     MOVE 'Y' TO WS-SKIP-RELOAD-FLAG
048310     IF WS-PARM-ARG1 = "RESTART"
048320         MOVE 'Y' TO WS-CKP-RESTART-FLAG
048330         PERFORM 2650-READ-CHECKPOINT THRU 2650-EXIT
048340         IF NOT WS-CKP-VALID
048350             MOVE 'N' TO WS-SKIP-RELOAD-FLAG
048360             GO TO 2600-EXIT
048370         END-IF
048380     END-IF
048400     OPEN INPUT BULKFILE
048500     IF NOT WS-BULK-OK
048600         DISPLAY "No bulkload.csv file found -- nothing loaded."
048650         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
048700         GO TO 2600-EXIT
048800     END-IF
048802     IF WS-CKP-RESTART
048804         PERFORM 2655-REOPEN-REJECTS THRU 2655-EXIT
048806     ELSE
048808         OPEN OUTPUT REJFILE
048810     END-IF
048820     IF NOT WS-REJ-OK
048830         DISPLAY "Unable to open reject file, status "
048840             WS-REJ-STATUS " -- nothing loaded."
048845         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
048850         CLOSE BULKFILE
048860         GO TO 2600-EXIT
048870     END-IF
048900     MOVE 'N' TO EOF-BULKFILE
048904     IF WS-CKP-RESTART
048908         PERFORM UNTIL END-OF-BULKFILE
048912                 OR WS-CKP-POSITION >= WS-CKP-RESUME-POS
048916             READ BULKFILE INTO BULK-RECORD
048920                 AT END
048924                     MOVE 'Y' TO EOF-BULKFILE
048928                 NOT AT END
048932                     ADD 1 TO WS-CKP-POSITION
048936             END-READ
048940         END-PERFORM
048944         IF WS-CKP-POSITION < WS-CKP-RESUME-POS
048948             DISPLAY "*** WARNING: BULKLOAD.CSV ENDS BEFORE THE"
048952                 " CHECKPOINT POSITION ***"
048956         END-IF
048960     ELSE
048964         IF NOT WS-BULK-CHECK-ONLY
048968             MOVE WS-ID-COUNTER TO WS-CKP-FIRST-ID
048972             MOVE "B" TO WS-CKP-PHASE
048976             PERFORM 2640-WRITE-CHECKPOINT THRU 2640-EXIT
048980         END-IF
048984     END-IF
049000     PERFORM UNTIL END-OF-BULKFILE
049100         READ BULKFILE INTO BULK-RECORD
049200             AT END
049300                 MOVE 'Y' TO EOF-BULKFILE
049400             NOT AT END
049405                 ADD 1 TO WS-CKP-POSITION
049410                 PERFORM 2610-VALIDATE-BULK-LINE THRU 2610-EXIT
049420                 IF NOT WS-BULK-LINE-VALID
049421*                    A REJECT THE FAILED RUN ALREADY PUT ON
049422*                    BULKLOAD.REJ IS COUNTED, NOT WRITTEN AGAIN.
049423                     IF WS-BULK-REJ-COUNT < WS-CKP-REJ-ON-FILE
049424                         ADD 1 TO WS-BULK-REJ-COUNT
049425                     ELSE
049430                         PERFORM 2620-WRITE-BULK-REJECT
049440                                 THRU 2620-EXIT
049445                     END-IF
049450                 ELSE
049460                     IF WS-BULK-CHECK-ONLY
049470                         ADD 1 TO WS-BULK-COUNT
049580                         MOVE WS-BL-FATHER-NUM TO FT-FATHER-ID
049590                         MOVE WS-BL-MOTHER-NUM TO FT-MOTHER-ID
049595                         MOVE WS-BL-SEX        TO FT-SEX
049605                         PERFORM 2660-CKP-FIND-REPLAYED
049615                                 THRU 2660-EXIT
049625                         IF NOT WS-CKP-ALREADY-WRITTEN
050100                             PERFORM 2500-WRITE-NEW-PERSON
050110                                     THRU 2500-EXIT
050120                         END-IF
050200                         ADD 1 TO WS-BULK-COUNT
050210                     END-IF
050220                 END-IF
050230                 PERFORM 2645-CKP-TICK THRU 2645-EXIT
050300         END-READ
050400     END-PERFORM
050500     CLOSE BULKFILE
050630             " line(s) valid, " WS-BULK-REJ-COUNT
050640             " rejected. Nothing was written."
050650     ELSE
050660         MOVE 'C' TO WS-CKP-RUN-STATUS
050670         PERFORM 2640-WRITE-CHECKPOINT THRU 2640-EXIT
050700         PERFORM 1000-LOAD-TREE THRU 1000-EXIT
050800         DISPLAY "Bulk load complete -- " WS-BULK-COUNT
050900             " person(s) added, " WS-BULK-REJ-COUNT
050910             " line(s) rejected."
050911         IF WS-CKP-RESTART
050912             DISPLAY "Restarted after input line "
050913                 WS-CKP-RESUME-POS " -- " WS-CKP-REPLAY-COUNT
050914                 " person(s) already written before the failure"
050915                 " were not written again."
050916         END-IF
050920     END-IF
050930     IF WS-BULK-REJ-COUNT NOT = ZERO
050940         DISPLAY "Rejected line(s) are on bulkload.rej with a"
052000         ELSE
052100             DISPLAY "Unable to open tree file, status "
052200                 WS-TREE-STATUS
052250             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
052300         END-IF
052400         GO TO 3000-EXIT
052500     END-IF
064800         ELSE
064900             DISPLAY "Unable to open tree file, status "
065000                 WS-TREE-STATUS
065050             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
065100         END-IF
065200         GO TO 4000-EXIT
065300     END-IF
065920     IF NOT WS-TREE-OK
065930         DISPLAY "Unable to open tree file, status "
065940             WS-TREE-STATUS
065945         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
065950         GO TO 4000-EXIT
065960     END-IF
065970     READ TREEFILE RECORD
073500* 4800-LOG-FIELD-CHANGE APPENDS ONE LINE TO AUDITFILE RECORDING
073600* A SINGLE FIELD CHANGE MADE BY EDIT-PERSON -- THE PERSON'S
073700* ID, THE FIELD NAME, THE OLD AND NEW VALUES, AND THE DATE
073800* AND TIME OF THE CHANGE, AND THE CLERK SIGNED ON. CALLED
073900* ONCE PER CHANGED FIELD, WITH WS-AU-FIELD/WS-AU-OLD/WS-AU-NEW
073950* SET BY THE CALLER.
074000*----------------------------------------------------------
074100 4800-LOG-FIELD-CHANGE.
074200     OPEN EXTEND AUDITFILE
075000         WS-AU-OLD   DELIMITED BY SIZE ","
075100         WS-AU-NEW   DELIMITED BY SIZE ","
075200         WS-AU-DATE  DELIMITED BY SIZE ","
075300         WS-AU-TIME  DELIMITED BY SIZE ","
075310         WS-SIGNON-CLERK DELIMITED BY SPACE
075400         INTO AUDIT-RECORD
075500     END-STRING
075600     WRITE AUDIT-RECORD
083790     MOVE TP-ID TO WS-CIT-PERSON-ID
083791     PERFORM 3600-COUNT-CITATIONS THRU 3600-EXIT
083792     DISPLAY "Citations: " WS-CIT-COUNT
083802     MOVE TP-ID TO WS-MED-FIND-ID
083812     PERFORM 4870-COUNT-MEDIA THRU 4870-EXIT
083822     DISPLAY "Media items: " WS-MED-COUNT
083900     DISPLAY "---------------------------------------"
084000     DISPLAY "Family displayed."
084100 5000-EXIT.
086400         ELSE
086500             DISPLAY "Unable to open tree file, status "
086600                 WS-TREE-STATUS
086650             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
086700         END-IF
086800         GO TO 6000-EXIT
086900     END-IF
104970     END-IF
104980*    A LIVING PERSON KEEPS ONLY THE FAMC/FAMS SKELETON SO THE
104981*    TREE STILL HANGS TOGETHER -- NAME, DATES, PLACES, EVENTS,
104982*    NOTES, MEDIA AND CITATIONS ARE ALL SUPPRESSED.
104983     IF WS-LIVING
104984         MOVE "1 NAME LIVING" TO GED-RECORD
104985         WRITE GED-RECORD
109960             PERFORM 6170-WRITE-GED-NOTE THRU 6170-EXIT
109970         END-IF
109980     END-PERFORM
109982     MOVE 1 TO WS-MED-GED-LEVEL
109984     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
109986             UNTIL WS-MED-IDX > MED-SIZE
109988         IF MM-REC-TYPE (WS-MED-IDX) = "P"
109990                 AND MM-REC-ID (WS-MED-IDX) = TT-ID (TREE-IDX)
109992             PERFORM 6175-WRITE-GED-MEDIA THRU 6175-EXIT
109994         END-IF
109996     END-PERFORM
110000     PERFORM 6115-WRITE-GED-LINKS THRU 6115-EXIT
113110     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
113120             UNTIL WS-CIT-IDX > CIT-SIZE
116820     MOVE FAM-WIFE-ID (FAM-IDX) TO WS-COUPLE-ID2
116821*    ON A PRIVACY-SCREENED EXPORT A MARRIAGE INVOLVING A
116822*    LIVING PARTNER KEEPS ITS HUSB/WIFE/CHIL SKELETON BUT
116823*    ITS DATES, PLACE, NOTES AND MEDIA ARE SUPPRESSED.
116824     MOVE 'N' TO WS-FAM-LIVING-FLAG
116825     IF WS-PRIV-MODE
116826         MOVE WS-COUPLE-ID1 TO WS-CHECK-ID
116882             WRITE GED-RECORD
116883         END-IF
116884     END-IF
116885     IF WS-MARR-FOUND-NUM NOT = ZERO
116886             AND NOT WS-FAM-LIVING
116887         MOVE 1 TO WS-MED-GED-LEVEL
116888         PERFORM VARYING WS-MED-IDX FROM 1 BY 1
116889                 UNTIL WS-MED-IDX > MED-SIZE
116890             IF MM-REC-TYPE (WS-MED-IDX) = "M"
116891                     AND MM-REC-ID (WS-MED-IDX)
116892                         = MT-ID (WS-MARR-FOUND-NUM)
116893                 PERFORM 6175-WRITE-GED-MEDIA THRU 6175-EXIT
116894             END-IF
116895         END-PERFORM
116896     END-IF
116900     PERFORM VARYING TREE-IDX2 FROM 1 BY 1
117000             UNTIL TREE-IDX2 > TREE-SIZE
117100         IF (TT-FATHER-ID (TREE-IDX2) = FAM-HUSB-ID (FAM-IDX)
119500 7000-DELETE-PERSON.
119600     DISPLAY "Enter ID of person to delete:"
119700     ACCEPT WS-DELETE-ID
119710     MOVE 'D' TO WS-JRN-OPER
119800     MOVE 'N' TO WS-FOUND-FLAG
119900     MOVE WS-DELETE-ID TO FT-ID
120000     OPEN I-O TREEFILE
120400        ELSE
120500            DISPLAY "Unable to open tree file, status "
120600                WS-TREE-STATUS
120650            MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
120700        END-IF
120800         GO TO 7000-EXIT
120900     END-IF
123920         PERFORM 7200-PURGE-CITATIONS THRU 7200-EXIT
123930         PERFORM 7300-PURGE-EVENTS THRU 7300-EXIT
123940         PERFORM 7400-PURGE-NOTES THRU 7400-EXIT
123950         PERFORM 7450-PURGE-TASKS THRU 7450-EXIT
123960         PERFORM 7460-PURGE-CONTACT THRU 7460-EXIT
123970         PERFORM 7470-PURGE-MEDIA THRU 7470-EXIT
124000         PERFORM 1000-LOAD-TREE THRU 1000-EXIT
124010         PERFORM 1100-LOAD-MARRIAGES THRU 1100-EXIT
124020         PERFORM 1300-LOAD-CITATIONS THRU 1300-EXIT
124030         PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
124040         PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
124050         PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
124060         PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
124100         DISPLAY "Person deleted and references cleaned up."
124110         IF WS-DEL-MARR-COUNT NOT = ZERO
124120             DISPLAY WS-DEL-MARR-COUNT " marriage record(s)"
124190             DISPLAY WS-DEL-MNOTE-COUNT " research note(s) on"
124191                 " the removed marriage(s) were removed."
124192         END-IF
124193         IF WS-DEL-TASK-COUNT + WS-DEL-MTASK-COUNT NOT = ZERO
124194             DISPLAY WS-DEL-TASK-COUNT " research task(s) and "
124195                 WS-DEL-MTASK-COUNT " on marriages were removed."
124196         END-IF
124197         IF WS-DEL-MED-COUNT NOT = ZERO
124198             DISPLAY WS-DEL-MED-COUNT " media item(s) removed."
124199         END-IF
124200     ELSE
124300         CLOSE TREEFILE
124400     END-IF
142510* SOURCE IDS ON EVERY CITATION ARE CROSS-CHECKED THE SAME
142520* WAY, SO A DANGLING MARRIAGE OR CITATION LEFT BY AN OLD
142530* DELETE SHOWS UP HERE.
142540* ENTRIES ON THE MEDIA CATALOG ARE CHECKED THE SAME WAY BY
142550* 9170-RECONCILE-MEDIA.
142600*----------------------------------------------------------
142700 9000-RECONCILE-REPORT.
142800     MOVE "Reference integrity exception report:"
146580                         THRU 9150-EXIT
146583         END-EVALUATE
146586     END-PERFORM
146587     PERFORM 9170-RECONCILE-MEDIA THRU 9170-EXIT
146589     MOVE "---------------------------------------"
146592         TO WS-RPT-LINE
146595     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
160440     MOVE ZERO TO WS-GIM-NEW-COUNT
160450     MOVE ZERO TO WS-GIM-FILL-COUNT
160460     MOVE ZERO TO WS-GIM-DUP-EVT-COUNT
160462     MOVE ZERO TO WS-GI-MED-TOTAL
160464     MOVE ZERO TO WS-GM-COUNT
160466     MOVE 'N' TO WS-GM-OPEN-FLAG
160470     MOVE 'N' TO WS-GIM-CONFIRM-FLAG
160471     MOVE "import.ckp" TO WS-CKP-NAME
160472     IF WS-PARM-ARG2 NUMERIC AND WS-PARM-ARG2 NOT = ZERO
160473         MOVE WS-PARM-ARG2 TO WS-CKP-INTERVAL
160474     END-IF
160475     IF WS-PARM-ARG1 = "RESTART"
160476         MOVE 'Y' TO WS-GIM-CONFIRM-FLAG
160477         MOVE 'Y' TO WS-CKP-RESTART-FLAG
160478     END-IF
160480     IF WS-PARM-ARG1 = "CONFIRM"
160490         MOVE 'Y' TO WS-GIM-CONFIRM-FLAG
160495     END-IF
160700     OPEN INPUT GEDIMPFILE
160800     IF NOT WS-GEDIMP-OK
160900         DISPLAY "No import.ged file found -- nothing imported."
160950         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
161000         GO TO 2700-EXIT
161100     END-IF
161200     MOVE 'N' TO EOF-GEDIMPFILE
162400             WS-GI-SKIP-COUNT
162500             " GEDCOM item(s) could not be imported."
162600     END-IF
162602     IF WS-CKP-RESTART
162604         PERFORM 2650-READ-CHECKPOINT THRU 2650-EXIT
162606         IF NOT WS-CKP-VALID
162608             GO TO 2700-EXIT
162610         END-IF
162612     ELSE
162614         PERFORM 2750-MATCH-IMPORT-PERSONS THRU 2750-EXIT
162616     END-IF
162620*    A PLAIN RUN STOPS HERE, BEFORE ANYTHING IS WRITTEN -- THE
162630*    CLERK REVIEWS MATCH.TXT AND RERUNS WITH CONFIRM TO APPLY.
162640     IF NOT WS-GIM-CONFIRMED
162696     END-IF
162700     PERFORM 2720-WRITE-IMPORT-PERSONS THRU 2720-EXIT
162800     PERFORM 2730-LINK-IMPORT-FAMILIES THRU 2730-EXIT
162810     MOVE 'C' TO WS-CKP-RUN-STATUS
162820     PERFORM 2640-WRITE-CHECKPOINT THRU 2640-EXIT
162900     PERFORM 1000-LOAD-TREE THRU 1000-EXIT
162910     PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
162920     PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
162930     PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
163000     DISPLAY "GEDCOM import complete -- " WS-GIM-NEW-COUNT
163100         " person(s) added, " WS-GIM-MATCH-COUNT
163110         " matched to existing record(s), " WS-GI-LINK-COUNT
163230             " date(s) were not in a recognized form and"
163240             " were stored blank."
163250     END-IF
163252     IF WS-GI-MED-TOTAL NOT = ZERO
163254         DISPLAY WS-GI-MED-TOTAL " media item(s) cataloged."
163256     END-IF
163258     IF WS-CKP-RESTART
163266         DISPLAY "Restarted from the last checkpoint -- "
163274             WS-CKP-REPLAY-COUNT " person(s) already written"
163282             " before the failure were not written again."
163290     END-IF
163300 2700-EXIT.
163400     EXIT.
163500
165400     IF WS-GI-PTR < 201
165500         MOVE GEDIMP-RECORD (WS-GI-PTR:) TO WS-GI-VALUE
165600     END-IF
165605*    LINES BENEATH AN OPEN OBJE (FILE/FORM/TITL/_DATE/NOTE) GO
165610*    TO 2718; THE FIRST LINE BACK AT THE OBJE'S OWN LEVEL OR
165615*    HIGHER CLOSES IT AND IS FILED AS USUAL.
165620     IF WS-GM-OPEN
165625         IF WS-GI-LEVEL (2:1) = SPACE
165630                 AND WS-GI-LEVEL (1:1) IS NUMERIC
165635                 AND WS-GI-LEVEL (1:1) > WS-GM-BASE-LEVEL
165640             PERFORM 2718-FILE-OBJE-DETAIL THRU 2718-EXIT
165645             GO TO 2710-EXIT
165650         END-IF
165655         MOVE 'N' TO WS-GM-OPEN-FLAG
165660     END-IF
165665     IF WS-GI-TAG = "OBJE"
165670             AND (WS-GI-LEVEL = "1" OR WS-GI-LEVEL = "2")
165675             AND (WS-GI-IN-INDI OR WS-GI-IN-FAM)
165680         PERFORM 2712-START-GED-OBJE THRU 2712-EXIT
165685         GO TO 2710-EXIT
165690     END-IF
165700     EVALUATE TRUE
165800         WHEN WS-GI-LEVEL = "0" AND WS-GI-VALUE (1:4) = "INDI"
165900             IF WS-GI-COUNT < MAX-GEDIMP
178600*----------------------------------------------------------
178700 2720-WRITE-IMPORT-PERSONS.
178800     MOVE 'Y' TO WS-SKIP-RELOAD-FLAG
178810     IF NOT WS-CKP-RESTART
178820         MOVE WS-ID-COUNTER TO WS-CKP-FIRST-ID
178830         MOVE "P" TO WS-CKP-PHASE
178840         MOVE ZERO TO WS-CKP-POSITION
178850         PERFORM 2640-WRITE-CHECKPOINT THRU 2640-EXIT
178860     END-IF
178900     PERFORM VARYING WS-GI-IDX FROM WS-CKP-GI-START BY 1
179000             UNTIL WS-GI-IDX > WS-GI-COUNT
179005         MOVE 'N' TO WS-CKP-WRITTEN-FLAG
179010*        A MATCHED INDI IS LINKED TO ITS EXISTING RECORD --
179020*        ONLY BLANK FIELDS ON OUR SIDE ARE FILLED IN -- WHILE
179030*        A GENUINELY NEW ONE IS WRITTEN UNDER A FRESH ID.
179800             MOVE ZERO TO FT-SPOUSE-ID
179900             MOVE ZERO TO FT-FATHER-ID
180000             MOVE ZERO TO FT-MOTHER-ID
180010             PERFORM 2660-CKP-FIND-REPLAYED THRU 2660-EXIT
180020             IF NOT WS-CKP-ALREADY-WRITTEN
180100                 PERFORM 2500-WRITE-NEW-PERSON THRU 2500-EXIT
180110             END-IF
180200             MOVE FT-ID TO GI-NEW-ID (WS-GI-IDX)
180205         END-IF
180206         MOVE ZERO TO WS-GM-SLOT
180207         PERFORM 2725-WRITE-IMPORT-MEDIA THRU 2725-EXIT
180210*        THE PERSON'S LIFE EVENTS (OCCU/BAPM/CENS/IMMI/EVEN)
180220*        GO TO THE EVENT FILE UNDER THE RESOLVED ID. FOR A
180221*        MATCHED PERSON, AN EVENT ALREADY ON FILE WITH THE
180287                 TO EV-DESC
180290             MOVE 'N' TO WS-GIM-DUP-FLAG
180293             IF GI-MATCH-ID (WS-GI-IDX) NOT = ZERO
180294                     OR WS-CKP-ALREADY-WRITTEN
180296                 PERFORM 2770-CHECK-EVENT-ON-FILE
180299                         THRU 2770-EXIT
180302             END-IF
180314                 PERFORM 3750-WRITE-NEW-EVENT THRU 3750-EXIT
180317                 ADD 1 TO WS-GI-EVT-TOTAL
180320             END-IF
180321             MOVE WS-GI-EVT-IDX TO WS-GM-SLOT
180322             PERFORM 2725-WRITE-IMPORT-MEDIA THRU 2725-EXIT
180323         END-PERFORM
180326*        INCOMING NOTE LINES ARE KEPT AS RESEARCH NOTES KEYED
180329*        TO THE PERSON -- THEY USED TO BE DROPPED OUTRIGHT.
180359                 TO NT-TEXT
180362             MOVE 'N' TO WS-GIM-DUP-FLAG
180365             IF GI-MATCH-ID (WS-GI-IDX) NOT = ZERO
180366                     OR WS-CKP-ALREADY-WRITTEN
180368                 PERFORM 2780-CHECK-NOTE-ON-FILE
180371                         THRU 2780-EXIT
180374             END-IF
180380                 PERFORM 4150-WRITE-NEW-NOTE THRU 4150-EXIT
180383             END-IF
180386         END-PERFORM
180387         MOVE WS-GI-IDX TO WS-CKP-POSITION
180388         PERFORM 2645-CKP-TICK THRU 2645-EXIT
180389     END-PERFORM
180390     IF WS-CKP-PHASE = "P"
180391         MOVE "F" TO WS-CKP-PHASE
180392         MOVE ZERO TO WS-CKP-POSITION
180393         PERFORM 2640-WRITE-CHECKPOINT THRU 2640-EXIT
180394     END-IF
180400     MOVE 'N' TO WS-SKIP-RELOAD-FLAG
180500 2720-EXIT.
180600     EXIT.
182100     IF NOT WS-TREE-OK
182200         DISPLAY "Unable to open tree file, status "
182300             WS-TREE-STATUS
182350         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
182400         GO TO 2730-EXIT
182500     END-IF
182600     PERFORM VARYING WS-GF-IDX FROM WS-CKP-GF-START BY 1
182700             UNTIL WS-GF-IDX > WS-GF-COUNT
182800         MOVE GF-HUSB-XREF (WS-GF-IDX) TO WS-GI-FIND-XREF
182900         PERFORM 2740-FIND-GI-BY-XREF THRU 2740-EXIT
184200             MOVE WS-GI-HUSB-ID TO FT-ID
184300             READ TREEFILE RECORD
184400                 NOT INVALID KEY
184407*                    A RESTART COUNTS A LINK THE FAILED RUN
184414*                    ALREADY MADE SO THE TOTAL COVERS BOTH RUNS.
184421                     IF WS-CKP-RESTART
184428                             AND FT-SPOUSE-ID = WS-GI-WIFE-ID
184435                         ADD 1 TO WS-GI-LINK-COUNT
184442                     END-IF
184450                     IF FT-SPOUSE-ID = ZERO
184500                         MOVE WS-GI-WIFE-ID TO FT-SPOUSE-ID
184600                         REWRITE PERSON-RECORD
184900             MOVE WS-GI-WIFE-ID TO FT-ID
185000             READ TREEFILE RECORD
185100                 NOT INVALID KEY
185121                     IF WS-CKP-RESTART
185128                             AND FT-SPOUSE-ID = WS-GI-HUSB-ID
185135                         ADD 1 TO WS-GI-LINK-COUNT
185142                     END-IF
185150                     IF FT-SPOUSE-ID = ZERO
185200                         MOVE WS-GI-HUSB-ID TO FT-SPOUSE-ID
185300                         REWRITE PERSON-RECORD
185676                     PERFORM 4150-WRITE-NEW-NOTE THRU 4150-EXIT
185681                 END-PERFORM
185686             END-IF
185687             PERFORM 2727-WRITE-FAM-MEDIA THRU 2727-EXIT
185691         END-IF
185700         PERFORM VARYING WS-GI-CHILD-IDX FROM 1 BY 1
185800                 UNTIL WS-GI-CHILD-IDX
187500                 END-READ
187600             END-IF
187700         END-PERFORM
187710         MOVE WS-GF-IDX TO WS-CKP-POSITION
187720         PERFORM 2645-CKP-TICK THRU 2645-EXIT
187800     END-PERFORM
187900     CLOSE TREEFILE
187910     MOVE 'N' TO WS-SKIP-RELOAD-FLAG
191300         IF NOT WS-MARR-NOT-FOUND
191400             DISPLAY "Unable to open marriage file, status "
191500                 WS-MARR-STATUS
191550             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
191600         END-IF
191700         COMPUTE WS-MARR-ID-COUNTER = WS-MARR-MAX-ID + 1
191800         GO TO 1100-EXIT
201100     IF NOT WS-MARR-OK
201200         DISPLAY "Unable to add marriage, file status "
201250             WS-MARR-STATUS
201255         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
201260     ELSE
201270         MOVE "MARR" TO JE-FILE
201280         MOVE "W" TO JE-ACTION
202900         ELSE
203000             DISPLAY "Unable to open marriage file, status "
203100                 WS-MARR-STATUS
203150             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
203200         END-IF
203300         GO TO 2900-EXIT
203400     END-IF
216700         IF NOT WS-SRC-NOT-FOUND
216800             DISPLAY "Unable to open source file, status "
216900                 WS-SRC-STATUS
216950             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
217000         END-IF
217100         COMPUTE WS-SRC-ID-COUNTER = WS-SRC-MAX-ID + 1
217200         GO TO 1200-EXIT
220800         IF NOT WS-CIT-NOT-FOUND
220900             DISPLAY "Unable to open citation file, status "
221000                 WS-CIT-STATUS
221050             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
221100         END-IF
221200         COMPUTE WS-CIT-ID-COUNTER = WS-CIT-MAX-ID + 1
221300         GO TO 1300-EXIT
227400     IF NOT WS-SRC-OK
227500         DISPLAY "Unable to add source, file status "
227550             WS-SRC-STATUS
227555         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
227560     ELSE
227570         MOVE "SRC" TO JE-FILE
227580         MOVE "W" TO JE-ACTION
229200         ELSE
229300             DISPLAY "Unable to open source file, status "
229400                 WS-SRC-STATUS
229450             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
229500         END-IF
229600         GO TO 3200-EXIT
229700     END-IF
239300     IF NOT WS-CIT-OK
239400         DISPLAY "Unable to add citation, file status "
239450             WS-CIT-STATUS
239455         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
239460     ELSE
239470         MOVE "CIT" TO JE-FILE
239480         MOVE "W" TO JE-ACTION
253660             PERFORM 6170-WRITE-GED-NOTE THRU 6170-EXIT
253670         END-IF
253680     END-PERFORM
253682     MOVE 1 TO WS-MED-GED-LEVEL
253684     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
253686             UNTIL WS-MED-IDX > MED-SIZE
253688         IF MM-REC-TYPE (WS-MED-IDX) = "S"
253690                 AND MM-REC-ID (WS-MED-IDX) = ST-ID (WS-SRC-IDX)
253692             PERFORM 6175-WRITE-GED-MEDIA THRU 6175-EXIT
253694         END-IF
253696     END-PERFORM
253700 6150-EXIT.
253800     EXIT.
253900
255200     ACCEPT WS-MERGE-SURV-ID
255300     DISPLAY "Enter ID of the duplicate to fold in:"
255400     ACCEPT WS-MERGE-DUP-ID
255410     MOVE 'M' TO WS-JRN-OPER
255500     IF WS-MERGE-SURV-ID = WS-MERGE-DUP-ID
255600             OR WS-MERGE-SURV-ID = ZERO
255700             OR WS-MERGE-DUP-ID = ZERO
256300     IF NOT WS-TREE-OK
256400         DISPLAY "Unable to open tree file, status "
256500             WS-TREE-STATUS
256550         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
256600         GO TO 7500-EXIT
256700     END-IF
256800     MOVE WS-MERGE-SURV-ID TO FT-ID
261100     PERFORM 7590-REPOINT-CITATIONS THRU 7590-EXIT
261150     PERFORM 7595-REPOINT-EVENTS THRU 7595-EXIT
261160     PERFORM 7596-REPOINT-NOTES THRU 7596-EXIT
261170     PERFORM 7597-REPOINT-TASKS THRU 7597-EXIT
261180     PERFORM 7598-REPOINT-CONTACT THRU 7598-EXIT
261190     PERFORM 7599-REPOINT-MEDIA THRU 7599-EXIT
261200     PERFORM 1000-LOAD-TREE THRU 1000-EXIT
261300     PERFORM 1100-LOAD-MARRIAGES THRU 1100-EXIT
261400     PERFORM 1300-LOAD-CITATIONS THRU 1300-EXIT
261450     PERFORM 1400-LOAD-EVENTS THRU 1400-EXIT
261460     PERFORM 1500-LOAD-NOTES THRU 1500-EXIT
261470     PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
261480     PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
261500     DISPLAY "Merge complete -- ID " WS-MERGE-DUP-ID
261600         " folded into ID " WS-MERGE-SURV-ID ", "
261700         WS-MERGE-COUNT " reference(s) repointed."
279100     IF NOT WS-MARR-OK
279200         DISPLAY "Unable to open marriage file, status "
279300             WS-MARR-STATUS
279350         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
279400         GO TO 7580-EXIT
279500     END-IF
279600     PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
283100     IF NOT WS-CIT-OK
283200         DISPLAY "Unable to open citation file, status "
283300             WS-CIT-STATUS
283350         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
283400         GO TO 7590-EXIT
283500     END-IF
283600     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
336100             IF TP-ID NOT = ZERO
336200                 PERFORM 8120-DESCENDANT-BODY THRU 8120-EXIT
336300             END-IF
336304         WHEN "REGISTER"
336308             MOVE "REGISTER OF DESCENDANTS" TO WS-RPT-TITLE
336312             PERFORM 9510-BATCH-CHART-ID THRU 9510-EXIT
336316             IF TP-ID NOT = ZERO
336320                 PERFORM 9400-REGISTER-REPORT THRU 9400-EXIT
336324             END-IF
336328         WHEN "CHRONOLOGY"
336332             MOVE "CHRONOLOGY AND PLAUSIBILITY EXCEPTIONS"
336336                 TO WS-RPT-TITLE
336340             PERFORM 9250-CHRONOLOGY-REPORT THRU 9250-EXIT
336344         WHEN "TASKAGING"
336348             MOVE "RESEARCH TASK AGING" TO WS-RPT-TITLE
336352             PERFORM 4700-TASK-AGING-REPORT THRU 4700-EXIT
336356         WHEN "ACTIVITY"
336360             MOVE "DAILY CLERK ACTIVITY" TO WS-RPT-TITLE
336364             MOVE SPACES TO WS-ACT-DATE
336368             UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
336372                 INTO WS-PARM-MODE WS-PARM-ARG1 WS-ACT-DATE
336376             END-UNSTRING
336380             PERFORM 9950-ACTIVITY-REPORT THRU 9950-EXIT
336384         WHEN "EVIDENCE"
336388             MOVE "SOURCE USAGE AND EVIDENCE GAPS" TO WS-RPT-TITLE
336392             PERFORM 9350-EVIDENCE-REPORT THRU 9350-EXIT
336400         WHEN OTHER
336500             MOVE "UNKNOWN REPORT" TO WS-RPT-TITLE
336600             MOVE "Unknown report name in parm."
349700             DISPLAY "Unable to open tree file, status "
349800                 WS-TREE-STATUS
349900         END-IF
349950         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
350000         GO TO 9800-EXIT
350100     END-IF
350200     OPEN OUTPUT BACKFILE
350300     IF NOT WS-BACK-OK
350400         DISPLAY "Unable to open backup file, status "
350500             WS-BACK-STATUS
350550         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
350600         CLOSE TREEFILE
350700         GO TO 9800-EXIT
350800     END-IF
354400     IF NOT WS-BACK-OK
354500         DISPLAY "Unable to open backup file, status "
354600             WS-BACK-STATUS
354650         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
354700         GO TO 9850-EXIT
354800     END-IF
354900     OPEN OUTPUT TREEFILE
355000     IF NOT WS-TREE-OK
355100         DISPLAY "Unable to rebuild tree file, status "
355200             WS-TREE-STATUS
355250         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
355300         CLOSE BACKFILE
355400         GO TO 9850-EXIT
355500     END-IF
359017*----------------------------------------------------------
359019* 9900-WRITE-JOURNAL APPENDS THE JOURNAL-ENTRY THE CALLER
359021* BUILT (JE-FILE, JE-ACTION, JE-KEY AND JE-IMAGE) TO TODAY'S
359023* JOURNAL-YYYYMMDD.DAT, STAMPING THE DATE, THE TIME, THE
359024* SIGNED-ON CLERK AND ANY DELETE/MERGE OPERATION CODE ITSELF.
359025* CALLED FROM EVERY PARAGRAPH THAT WRITES, REWRITES OR
359027* DELETES A TREE, MARRIAGE, SOURCE OR CITATION RECORD. A
359029* JOURNAL THAT CANNOT BE WRITTEN IS ANNOUNCED LOUDLY BUT
359035*----------------------------------------------------------
359037 9900-WRITE-JOURNAL.
359039     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
359040     MOVE WS-SIGNON-CLERK TO JE-CLERK
359041     MOVE WS-JRN-DATE TO JE-DATE
359042     MOVE WS-JRN-OPER TO JE-OPER
359043     ACCEPT JE-TIME FROM TIME
359045     MOVE SPACES TO WS-JRN-NAME
359047     STRING "journal-" DELIMITED BY SIZE
359065     IF NOT WS-JRN-OK
359067         DISPLAY "*** WARNING: UPDATE NOT JOURNALED, file"
359069             " status " WS-JRN-STATUS " ***"
359070         MOVE 'Y' TO WS-RUN-WARN-FLAG
359071         GO TO 9900-EXIT
359073     END-IF
359075     WRITE JRN-RECORD FROM JOURNAL-ENTRY
359700 7100-PURGE-MARRIAGES.
359800     MOVE ZERO TO WS-DEL-MARR-COUNT
359810     MOVE ZERO TO WS-DEL-MNOTE-COUNT
359820     MOVE ZERO TO WS-DEL-MTASK-COUNT
359830     MOVE ZERO TO WS-DEL-MED-COUNT
359900     IF MARR-SIZE = ZERO
360000         GO TO 7100-EXIT
360100     END-IF
360300     IF NOT WS-MARR-OK
360400         DISPLAY "Unable to open marriage file, status "
360500             WS-MARR-STATUS
360550         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
360600         GO TO 7100-EXIT
360700     END-IF
360800     PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
361862*                    THE MARRIAGE RECORD IS GONE.
361863                     PERFORM 7150-PURGE-MARR-NOTES
361864                             THRU 7150-EXIT
361874                     PERFORM 7160-PURGE-MARR-TASKS
361884                             THRU 7160-EXIT
361889                     PERFORM 7170-PURGE-MARR-MEDIA
361894                             THRU 7170-EXIT
361900             END-DELETE
362000         END-IF
362100     END-PERFORM
363900     IF NOT WS-CIT-OK
364000         DISPLAY "Unable to open citation file, status "
364100             WS-CIT-STATUS
364150         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
364200         GO TO 7200-EXIT
364300     END-IF
364400     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
367100         IF NOT WS-EVT-NOT-FOUND
367200             DISPLAY "Unable to open event file, status "
367300                 WS-EVT-STATUS
367350             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
367400         END-IF
367500         COMPUTE WS-EVT-ID-COUNTER = WS-EVT-MAX-ID + 1
367600         GO TO 1400-EXIT
376500     IF NOT WS-EVT-OK
376600         DISPLAY "Unable to add event, file status "
376700             WS-EVT-STATUS
376750         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
376800     END-IF
376900     CLOSE EVTFILE
377000     IF NOT WS-SKIP-RELOAD
378400         ELSE
378500             DISPLAY "Unable to open event file, status "
378600                 WS-EVT-STATUS
378650             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
378700         END-IF
378800         GO TO 3800-EXIT
378900     END-IF
389100     IF NOT WS-EVT-OK
389200         DISPLAY "Unable to open event file, status "
389300             WS-EVT-STATUS
389350         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
389400         GO TO 7300-EXIT
389500     END-IF
389600     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
392200     IF NOT WS-EVT-OK
392300         DISPLAY "Unable to open event file, status "
392400             WS-EVT-STATUS
392450         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
392500         GO TO 7595-EXIT
392600     END-IF
392700     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
394800* ANY OTHER TYPE GOES OUT AS EVEN WITH THE TYPE SPELLED OUT
394810* ON A TYPE LINE. DATE AND PLACE FOLLOW AS LEVEL-2 LINES
394900* WHEN PRESENT, THE WAY BIRT/DEAT ALREADY DO.
394910* MEDIA CATALOGED AGAINST AN EVENT FOLLOWS AS A LEVEL-2 OBJE.
395000*----------------------------------------------------------
395100 6160-WRITE-GED-EVENTS.
395200     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
400300         END-STRING
400400         WRITE GED-RECORD
400500     END-IF
400510     MOVE 2 TO WS-MED-GED-LEVEL
400520     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
400530             UNTIL WS-MED-IDX > MED-SIZE
400540         IF MM-REC-TYPE (WS-MED-IDX) = "E"
400550                 AND MM-REC-ID (WS-MED-IDX) = ET-ID (WS-EVT-IDX)
400560             PERFORM 6175-WRITE-GED-MEDIA THRU 6175-EXIT
400570         END-IF
400580     END-PERFORM
400600 6165-EXIT.
400700     EXIT.
400800
401900         IF NOT WS-NOTE-NOT-FOUND
402000             DISPLAY "Unable to open notes file, status "
402100                 WS-NOTE-STATUS
402150             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
402200         END-IF
402300         COMPUTE WS-NOTE-ID-COUNTER = WS-NOTE-MAX-ID + 1
402400         GO TO 1500-EXIT
413800     IF NOT WS-NOTE-OK
413900         DISPLAY "Unable to add note, file status "
414000             WS-NOTE-STATUS
414050         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
414100     END-IF
414200     CLOSE NOTEFILE
414300     IF NOT WS-SKIP-RELOAD
420100     IF NOT WS-NOTE-OK
420200         DISPLAY "Unable to open notes file, status "
420300             WS-NOTE-STATUS
420350         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
420400         GO TO 7400-EXIT
420500     END-IF
420600     PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
423400     IF NOT WS-NOTE-OK
423500         DISPLAY "Unable to open notes file, status "
423600             WS-NOTE-STATUS
423650         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
423700         GO TO 7596-EXIT
423800     END-IF
423900     PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
426700         IF NOT WS-PLACE-NOT-FOUND
426800             DISPLAY "Unable to open place file, status "
426900                 WS-PLACE-STATUS
426950             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
427000         END-IF
427100         COMPUTE WS-PLACE-ID-COUNTER = WS-PLACE-MAX-ID + 1
427200         GO TO 1600-EXIT
435200     IF NOT WS-PLACE-OK
435300         DISPLAY "Unable to add place, file status "
435400             WS-PLACE-STATUS
435450         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
435500     END-IF
435600     CLOSE PLACEFILE
435700     PERFORM 1600-LOAD-PLACES THRU 1600-EXIT
458600     IF NOT WS-TREE-OK
458700         DISPLAY "Unable to open tree file, status "
458800             WS-TREE-STATUS
458850         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
458900         GO TO 7710-EXIT
459000     END-IF
459100     PERFORM VARYING TREE-IDX FROM 1 BY 1
462000     IF NOT WS-MARR-OK
462100         DISPLAY "Unable to open marriage file, status "
462200             WS-MARR-STATUS
462250         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
462300         GO TO 7720-EXIT
462400     END-IF
462500     PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
464700     IF NOT WS-EVT-OK
464800         DISPLAY "Unable to open event file, status "
464900             WS-EVT-STATUS
464950         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
465000         GO TO 7730-EXIT
465100     END-IF
465200     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
477600     END-IF
477700 6020-EXIT.
477800     EXIT.
477810
477820*----------------------------------------------------------
477830* 9400-REGISTER-REPORT (BATCH REPORT NAME 'REGISTER') WRITES
477840* A REGISTER-STYLE NARRATIVE OF THE DESCENDANTS OF THE PERSON
477850* IN TP-ID TO ITS OWN PRINT FILE, REGISTER.TXT, PAGED AND
477860* HEADED FOR THE PRINTER RATHER THAN THE SCREEN. 9410
477870* NUMBERS THE DESCENDANTS GENERATION BY GENERATION, 9420
477880* PRINTS ONE PARAGRAPH AND CHILD LIST PER PERSON, AND 9460
477890* CLOSES THE BOOK WITH THE NUMBERED SOURCE ENDNOTES. RPTFILE
477900* CARRIES ONLY THE RUN SUMMARY. AN ID NOT ON FILE, OR A
477903* REGISTER CUT SHORT BY A FULL REG-TABLE, MARKS THE RUN
477906* INCOMPLETE.
477910*----------------------------------------------------------
477920 9400-REGISTER-REPORT.
477930     MOVE TP-ID TO WS-CHECK-ID
477940     PERFORM 9412-REG-FIND-TREE THRU 9412-EXIT
477950     IF WS-REG-TNUM = ZERO
477955         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
477960         MOVE SPACES TO WS-RPT-LINE
477970         STRING "No person found with ID " DELIMITED BY SIZE
477980                 TP-ID DELIMITED BY SIZE
477990                 "." DELIMITED BY SIZE
478000             INTO WS-RPT-LINE
478010         END-STRING
478020         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
478030         GO TO 9400-EXIT
478040     END-IF
478050     MOVE TT-NAME (WS-REG-TNUM) TO WS-REG-HEAD-NAME
478060     OPEN OUTPUT REGFILE
478070     IF NOT WS-REG-OK
478080         MOVE SPACES TO WS-RPT-LINE
478090         STRING "Unable to open register file, status "
478100                     DELIMITED BY SIZE
478110                 WS-REG-STATUS DELIMITED BY SIZE
478120             INTO WS-RPT-LINE
478130         END-STRING
478140         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
478145         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
478150         GO TO 9400-EXIT
478160     END-IF
478170     MOVE ZERO TO WS-REG-PAGE-NUM
478180     MOVE ZERO TO WS-REG-LINE-COUNT
478190     MOVE ZERO TO WS-REG-LINE-TOTAL
478200     MOVE ZERO TO REG-SRC-SIZE
478210     PERFORM 9410-REG-BUILD-TABLE THRU 9410-EXIT
478220     MOVE ZERO TO WS-REG-LAST-GEN
478230     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
478240             UNTIL WS-REG-IDX > REG-SIZE
478250         IF REG-GEN (WS-REG-IDX) NOT = WS-REG-LAST-GEN
478260             MOVE REG-GEN (WS-REG-IDX) TO WS-REG-LAST-GEN
478270             PERFORM 9418-REG-GEN-HEADING THRU 9418-EXIT
478280         END-IF
478290         PERFORM 9420-REG-PRINT-PERSON THRU 9420-EXIT
478300     END-PERFORM
478310     PERFORM 9460-REG-ENDNOTES THRU 9460-EXIT
478320     CLOSE REGFILE
478330     MOVE SPACES TO WS-RPT-LINE
478340     STRING "Register of the descendants of " DELIMITED BY SIZE
478350             WS-REG-HEAD-NAME DELIMITED BY SIZE
478360             " (ID " DELIMITED BY SIZE
478370             TP-ID DELIMITED BY SIZE
478380             ")" DELIMITED BY SIZE
478390         INTO WS-RPT-LINE
478400     END-STRING
478410     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
478420     MOVE SPACES TO WS-RPT-LINE
478430     STRING "Persons numbered: " DELIMITED BY SIZE
478440             REG-SIZE DELIMITED BY SIZE
478450             "  Generations: " DELIMITED BY SIZE
478460             WS-REG-LAST-GEN DELIMITED BY SIZE
478470             "  Endnotes: " DELIMITED BY SIZE
478480             REG-SRC-SIZE DELIMITED BY SIZE
478490         INTO WS-RPT-LINE
478500     END-STRING
478510     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
478520     MOVE SPACES TO WS-RPT-LINE
478530     STRING "Pages: " DELIMITED BY SIZE
478540             WS-REG-PAGE-NUM DELIMITED BY SIZE
478550             "  Lines: " DELIMITED BY SIZE
478560             WS-REG-LINE-TOTAL DELIMITED BY SIZE
478570             "  written to register.txt." DELIMITED BY SIZE
478580         INTO WS-RPT-LINE
478590     END-STRING
478600     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
478610     IF WS-REG-TRUNCATED
478615         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
478620         MOVE SPACES TO WS-RPT-LINE
478630         STRING "*** WARNING: REG-TABLE IS FULL -- "
478640                     DELIMITED BY SIZE
478650                 MAX-REG DELIMITED BY SIZE
478660                 " persons; the register is INCOMPLETE."
478670                     DELIMITED BY SIZE
478680             INTO WS-RPT-LINE
478690         END-STRING
478700         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
478710     END-IF
478720     DISPLAY "Register written to register.txt."
478730 9400-EXIT.
478740     EXIT.
478750
478760*----------------------------------------------------------
478770* 9410-REG-BUILD-TABLE FILLS REG-TABLE BREADTH-FIRST FROM THE
478780* ANCESTOR IN TP-ID: EACH ENTRY'S CHILDREN ARE APPENDED IN
478790* BIRTH ORDER, SO WALKING THE TABLE TOP TO BOTTOM GIVES THE
478800* REGISTER NUMBERING ONE GENERATION AFTER ANOTHER. A CHILD
478810* REACHED THROUGH BOTH PARENTS IS NUMBERED ONCE, AND NOTHING
478820* PAST WS-REG-MAX-GEN GENERATIONS IS FOLLOWED.
478830*----------------------------------------------------------
478840 9410-REG-BUILD-TABLE.
478850     MOVE 'N' TO WS-REG-TRUNC-FLAG
478860     MOVE 1 TO REG-SIZE
478870     MOVE TP-ID TO REG-ID (1)
478880     MOVE 1 TO REG-GEN (1)
478890     MOVE ZERO TO REG-PARENT-NUM (1)
478900     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
478910             UNTIL WS-REG-IDX > REG-SIZE
478920         IF REG-GEN (WS-REG-IDX) < WS-REG-MAX-GEN
478930             PERFORM 9415-REG-ADD-CHILDREN THRU 9415-EXIT
478940         END-IF
478950     END-PERFORM
478960 9410-EXIT.
478970     EXIT.
478980
478990*----------------------------------------------------------
479000* 9412-REG-FIND-TREE RETURNS IN WS-REG-TNUM THE TREE-TABLE
479010* ENTRY NUMBER FOR WS-CHECK-ID, OR ZERO WHEN IT IS NOT ON
479020* FILE, SO THE NARRATIVE CAN USE EVERY FIELD OF THE PERSON.
479030*----------------------------------------------------------
479040 9412-REG-FIND-TREE.
479050     MOVE ZERO TO WS-REG-TNUM
479060     IF WS-CHECK-ID = ZERO
479070         GO TO 9412-EXIT
479080     END-IF
479090     PERFORM VARYING TREE-IDX2 FROM 1 BY 1
479100             UNTIL TREE-IDX2 > TREE-SIZE
479110         IF TT-ID (TREE-IDX2) = WS-CHECK-ID
479120             SET WS-REG-TNUM TO TREE-IDX2
479130         END-IF
479140     END-PERFORM
479150 9412-EXIT.
479160     EXIT.
479170
479180*----------------------------------------------------------
479190* 9414-REG-COLLECT-CHILDREN GATHERS THE CHILDREN OF THE
479200* REG-TABLE ENTRY AT WS-REG-IDX INTO FGS-CHILD-TABLE IN
479210* BIRTH-DATE ORDER, THE SAME WAY THE FAMILY GROUP SHEET DOES.
479220*----------------------------------------------------------
479230 9414-REG-COLLECT-CHILDREN.
479240     MOVE ZERO TO FGS-CHILD-COUNT
479250     PERFORM VARYING TREE-IDX FROM 1 BY 1
479260             UNTIL TREE-IDX > TREE-SIZE
479270         IF TT-FATHER-ID (TREE-IDX) = REG-ID (WS-REG-IDX)
479280                 OR TT-MOTHER-ID (TREE-IDX) = REG-ID (WS-REG-IDX)
479290             PERFORM 5400-ADD-CHILD-SORTED THRU 5400-EXIT
479300         END-IF
479310     END-PERFORM
479320 9414-EXIT.
479330     EXIT.
479340
479350 9415-REG-ADD-CHILDREN.
479360     PERFORM 9414-REG-COLLECT-CHILDREN THRU 9414-EXIT
479370     PERFORM VARYING WS-FGS-IDX FROM 1 BY 1
479380             UNTIL WS-FGS-IDX > FGS-CHILD-COUNT
479390         MOVE FGS-CHILD-ID (WS-FGS-IDX) TO WS-CHECK-ID
479400         PERFORM 9416-REG-CHECK-DUP THRU 9416-EXIT
479410         IF NOT WS-REG-DUP-FOUND
479420             IF REG-SIZE < MAX-REG
479430                 ADD 1 TO REG-SIZE
479440                 MOVE WS-CHECK-ID TO REG-ID (REG-SIZE)
479450                 COMPUTE REG-GEN (REG-SIZE)
479460                     = REG-GEN (WS-REG-IDX) + 1
479470                 MOVE WS-REG-IDX TO REG-PARENT-NUM (REG-SIZE)
479480             ELSE
479490                 MOVE 'Y' TO WS-REG-TRUNC-FLAG
479500             END-IF
479510         END-IF
479520     END-PERFORM
479530 9415-EXIT.
479540     EXIT.
479550
479560*----------------------------------------------------------
479570* 9416-REG-CHECK-DUP LOOKS FOR WS-CHECK-ID IN REG-TABLE,
479580* SETTING WS-REG-DUP-FLAG AND RETURNING ITS REGISTER NUMBER
479590* IN WS-REG-NUM (ZERO WHEN THE PERSON IS NOT NUMBERED).
479600*----------------------------------------------------------
479610 9416-REG-CHECK-DUP.
479620     MOVE 'N' TO WS-REG-DUP-FLAG
479630     MOVE ZERO TO WS-REG-NUM
479640     PERFORM VARYING WS-REG-IDX2 FROM 1 BY 1
479650             UNTIL WS-REG-IDX2 > REG-SIZE
479660         IF REG-ID (WS-REG-IDX2) = WS-CHECK-ID
479670             MOVE 'Y' TO WS-REG-DUP-FLAG
479680             MOVE WS-REG-IDX2 TO WS-REG-NUM
479690         END-IF
479700     END-PERFORM
479710 9416-EXIT.
479720     EXIT.
479730
479740 9418-REG-GEN-HEADING.
479750     MOVE SPACES TO WS-REG-OUT-LINE
479760     PERFORM 9450-REG-PRINT-LINE THRU 9450-EXIT
479770     MOVE SPACES TO WS-REG-PARA
479780     MOVE ZERO TO WS-REG-PARA-LEN
479790     MOVE "GENERATION" TO WS-REG-PIECE
479800     PERFORM 9440-REG-APPEND THRU 9440-EXIT
479810     MOVE WS-REG-LAST-GEN TO WS-REG-NUM
479820     PERFORM 9442-REG-FORMAT-NUM THRU 9442-EXIT
479830     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
479840     PERFORM 9445-REG-WRAP-PARA THRU 9445-EXIT
479850     MOVE SPACES TO WS-REG-OUT-LINE
479860     PERFORM 9450-REG-PRINT-LINE THRU 9450-EXIT
479870 9418-EXIT.
479880     EXIT.
479890
479900*----------------------------------------------------------
479910* 9420-REG-PRINT-PERSON WRITES THE REGISTER ENTRY FOR THE
479920* REG-TABLE ENTRY AT WS-REG-IDX: ONE NARRATIVE PARAGRAPH --
479930* NUMBER, NAME, LINE OF DESCENT, VITAL DATES, MARRIAGES, LIFE
479940* EVENTS, RESEARCH NOTES AND THE ENDNOTE NUMBERS OF THE
479950* SOURCES CITED -- FOLLOWED BY THE LIST OF CHILDREN.
479960*----------------------------------------------------------
479970 9420-REG-PRINT-PERSON.
479980     MOVE REG-ID (WS-REG-IDX) TO WS-CHECK-ID
479990     PERFORM 9412-REG-FIND-TREE THRU 9412-EXIT
480000     IF WS-REG-TNUM = ZERO
480010         GO TO 9420-EXIT
480020     END-IF
480030     EVALUATE TT-SEX (WS-REG-TNUM)
480040         WHEN "M"
480050             MOVE "He" TO WS-REG-SUBJ
480060         WHEN "F"
480070             MOVE "She" TO WS-REG-SUBJ
480080         WHEN OTHER
480090             MOVE TT-NAME (WS-REG-TNUM) TO WS-REG-SUBJ
480100     END-EVALUATE
480110     MOVE SPACES TO WS-REG-PARA
480120     MOVE ZERO TO WS-REG-PARA-LEN
480130     MOVE WS-REG-IDX TO WS-REG-NUM
480140     PERFORM 9442-REG-FORMAT-NUM THRU 9442-EXIT
480150     PERFORM 9440-REG-APPEND THRU 9440-EXIT
480160     MOVE "." TO WS-REG-PIECE
480170     PERFORM 9440-REG-APPEND THRU 9440-EXIT
480180     MOVE TT-NAME (WS-REG-TNUM) TO WS-REG-PIECE
480190     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480200     MOVE "(ID" TO WS-REG-PIECE
480210     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480220     MOVE TT-ID (WS-REG-TNUM) TO WS-REG-PIECE
480230     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480240     MOVE ")" TO WS-REG-PIECE
480250     PERFORM 9440-REG-APPEND THRU 9440-EXIT
480260     IF REG-PARENT-NUM (WS-REG-IDX) NOT = ZERO
480270         PERFORM 9421-REG-PARENT-CLAUSE THRU 9421-EXIT
480280     END-IF
480290     PERFORM 9422-REG-VITALS THRU 9422-EXIT
480300     PERFORM 9424-REG-MARRIAGES THRU 9424-EXIT
480310     PERFORM 9426-REG-EVENTS THRU 9426-EXIT
480320     PERFORM 9428-REG-NOTES THRU 9428-EXIT
480330     PERFORM 9429-REG-CITATIONS THRU 9429-EXIT
480340     PERFORM 9445-REG-WRAP-PARA THRU 9445-EXIT
480350     PERFORM 9430-REG-CHILD-LIST THRU 9430-EXIT
480360     MOVE SPACES TO WS-REG-OUT-LINE
480370     PERFORM 9450-REG-PRINT-LINE THRU 9450-EXIT
480380 9420-EXIT.
480390     EXIT.
480400
480410 9421-REG-PARENT-CLAUSE.
480420     MOVE REG-PARENT-NUM (WS-REG-IDX) TO WS-REG-NUM
480430     MOVE REG-ID (WS-REG-NUM) TO WS-CHECK-ID
480440     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
480450     MOVE ", child of" TO WS-REG-PIECE
480460     PERFORM 9440-REG-APPEND THRU 9440-EXIT
480470     MOVE WS-FOUND-NAME TO WS-REG-PIECE
480480     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480490     MOVE "(no." TO WS-REG-PIECE
480500     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480510     PERFORM 9442-REG-FORMAT-NUM THRU 9442-EXIT
480520     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480530     MOVE ")," TO WS-REG-PIECE
480540     PERFORM 9440-REG-APPEND THRU 9440-EXIT
480550 9421-EXIT.
480560     EXIT.
480570
480580*----------------------------------------------------------
480590* 9422-REG-VITALS ADDS THE BIRTH, ALTERNATE NAME, DEATH,
480600* BURIAL AND RESIDENCE SENTENCES FROM THE PERSON RECORD.
480610*----------------------------------------------------------
480620 9422-REG-VITALS.
480630     IF TT-BIRTHDATE (WS-REG-TNUM) NOT = SPACES
480640         MOVE "was born" TO WS-REG-PIECE
480650         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480660         MOVE TT-BIRTHDATE (WS-REG-TNUM) TO WS-REG-PIECE
480670         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480680         MOVE "." TO WS-REG-PIECE
480690         PERFORM 9440-REG-APPEND THRU 9440-EXIT
480700     ELSE
480710         MOVE "has no recorded date of birth." TO WS-REG-PIECE
480720         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480730     END-IF
480740     IF TT-ALTNAME (WS-REG-TNUM) NOT = SPACES
480750         MOVE WS-REG-SUBJ TO WS-REG-PIECE
480760         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480770         MOVE "was also known as" TO WS-REG-PIECE
480780         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480790         MOVE TT-ALTNAME (WS-REG-TNUM) TO WS-REG-PIECE
480800         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480810         MOVE "." TO WS-REG-PIECE
480820         PERFORM 9440-REG-APPEND THRU 9440-EXIT
480830     END-IF
480840     IF TT-DEATHDATE (WS-REG-TNUM) NOT = SPACES
480850         MOVE WS-REG-SUBJ TO WS-REG-PIECE
480860         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480870         MOVE "died" TO WS-REG-PIECE
480880         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480890         MOVE TT-DEATHDATE (WS-REG-TNUM) TO WS-REG-PIECE
480900         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480910         IF TT-BURIALPLACE (WS-REG-TNUM) NOT = SPACES
480920             MOVE "and was buried at" TO WS-REG-PIECE
480930             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480940             MOVE TT-BURIALPLACE (WS-REG-TNUM) TO WS-REG-PIECE
480950             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
480960         END-IF
480970         MOVE "." TO WS-REG-PIECE
480980         PERFORM 9440-REG-APPEND THRU 9440-EXIT
480990     ELSE
481000         IF TT-BURIALPLACE (WS-REG-TNUM) NOT = SPACES
481010             MOVE WS-REG-SUBJ TO WS-REG-PIECE
481020             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481030             MOVE "was buried at" TO WS-REG-PIECE
481040             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481050             MOVE TT-BURIALPLACE (WS-REG-TNUM) TO WS-REG-PIECE
481060             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481070             MOVE "." TO WS-REG-PIECE
481080             PERFORM 9440-REG-APPEND THRU 9440-EXIT
481090         END-IF
481100     END-IF
481110     IF TT-RESIDENCE (WS-REG-TNUM) NOT = SPACES
481120         MOVE WS-REG-SUBJ TO WS-REG-PIECE
481130         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481140         MOVE "lived at" TO WS-REG-PIECE
481150         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481160         MOVE TT-RESIDENCE (WS-REG-TNUM) TO WS-REG-PIECE
481170         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481180         MOVE "." TO WS-REG-PIECE
481190         PERFORM 9440-REG-APPEND THRU 9440-EXIT
481200     END-IF
481210 9422-EXIT.
481220     EXIT.
481230
481240*----------------------------------------------------------
481250* 9424-REG-MARRIAGES ADDS ONE SENTENCE PER MARRIAGE RECORD
481260* FOR THE PERSON, FALLING BACK ON FT-SPOUSE-ID WHEN NO
481270* MARRIAGE RECORD HAS BEEN ENTERED YET.
481280*----------------------------------------------------------
481290 9424-REG-MARRIAGES.
481300     MOVE ZERO TO WS-MARR-LIST-COUNT
481310     PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
481320             UNTIL WS-MARR-IDX > MARR-SIZE
481330         IF MT-PARTNER1-ID (WS-MARR-IDX) = REG-ID (WS-REG-IDX)
481340                 OR MT-PARTNER2-ID (WS-MARR-IDX)
481350                     = REG-ID (WS-REG-IDX)
481360             ADD 1 TO WS-MARR-LIST-COUNT
481370             PERFORM 9425-REG-ONE-MARRIAGE THRU 9425-EXIT
481380         END-IF
481390     END-PERFORM
481400     IF WS-MARR-LIST-COUNT = ZERO
481410             AND TT-SPOUSE-ID (WS-REG-TNUM) NOT = ZERO
481420         MOVE TT-SPOUSE-ID (WS-REG-TNUM) TO WS-CHECK-ID
481430         PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
481440         MOVE WS-REG-SUBJ TO WS-REG-PIECE
481450         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481460         MOVE "was married to" TO WS-REG-PIECE
481470         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481480         MOVE WS-FOUND-NAME TO WS-REG-PIECE
481490         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481500         MOVE "(ID" TO WS-REG-PIECE
481510         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481520         MOVE WS-CHECK-ID TO WS-REG-PIECE
481530         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481540         MOVE ")." TO WS-REG-PIECE
481550         PERFORM 9440-REG-APPEND THRU 9440-EXIT
481560     END-IF
481570 9424-EXIT.
481580     EXIT.
481590
481600 9425-REG-ONE-MARRIAGE.
481610     IF MT-PARTNER1-ID (WS-MARR-IDX) = REG-ID (WS-REG-IDX)
481620         MOVE MT-PARTNER2-ID (WS-MARR-IDX) TO WS-REG-OTHER-ID
481630     ELSE
481640         MOVE MT-PARTNER1-ID (WS-MARR-IDX) TO WS-REG-OTHER-ID
481650     END-IF
481660     MOVE WS-REG-SUBJ TO WS-REG-PIECE
481670     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481680     MOVE "married" TO WS-REG-PIECE
481690     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481700     MOVE WS-REG-OTHER-ID TO WS-CHECK-ID
481710     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
481720     IF WS-ID-FOUND
481730         MOVE WS-FOUND-NAME TO WS-REG-PIECE
481740         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481750         MOVE "(ID" TO WS-REG-PIECE
481760         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481770         MOVE WS-REG-OTHER-ID TO WS-REG-PIECE
481780         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481790         MOVE ")" TO WS-REG-PIECE
481800         PERFORM 9440-REG-APPEND THRU 9440-EXIT
481810     ELSE
481820         MOVE "a partner not on file" TO WS-REG-PIECE
481830         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481840     END-IF
481850     IF MT-DATE (WS-MARR-IDX) NOT = SPACES
481860         MOVE "on" TO WS-REG-PIECE
481870         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481880         MOVE MT-DATE (WS-MARR-IDX) TO WS-REG-PIECE
481890         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481900     END-IF
481910     IF MT-PLACE (WS-MARR-IDX) NOT = SPACES
481920         MOVE "at" TO WS-REG-PIECE
481930         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481940         MOVE MT-PLACE (WS-MARR-IDX) TO WS-REG-PIECE
481950         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
481960     END-IF
481970     MOVE "." TO WS-REG-PIECE
481980     PERFORM 9440-REG-APPEND THRU 9440-EXIT
481990     IF MT-END-DATE (WS-MARR-IDX) NOT = SPACES
482000         MOVE "The marriage ended" TO WS-REG-PIECE
482010         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482020         MOVE MT-END-DATE (WS-MARR-IDX) TO WS-REG-PIECE
482030         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482040         IF MT-END-REASON (WS-MARR-IDX) NOT = SPACES
482050             MOVE "(" TO WS-REG-PIECE
482060             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482070             MOVE MT-END-REASON (WS-MARR-IDX) TO WS-REG-PIECE
482080             PERFORM 9440-REG-APPEND THRU 9440-EXIT
482090             MOVE ")" TO WS-REG-PIECE
482100             PERFORM 9440-REG-APPEND THRU 9440-EXIT
482110         END-IF
482120         MOVE "." TO WS-REG-PIECE
482130         PERFORM 9440-REG-APPEND THRU 9440-EXIT
482140     END-IF
482150     PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
482160             UNTIL WS-NOTE-IDX > NOTE-SIZE
482170         IF NO-REC-TYPE (WS-NOTE-IDX) = "M"
482180                 AND NO-REC-ID (WS-NOTE-IDX) = MT-ID (WS-MARR-IDX)
482190             MOVE NO-TEXT (WS-NOTE-IDX) TO WS-REG-PIECE
482200             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482210         END-IF
482220     END-PERFORM
482230 9425-EXIT.
482240     EXIT.
482250
482260*----------------------------------------------------------
482270* 9426-REG-EVENTS ADDS ONE SENTENCE PER LIFE EVENT ON FILE
482280* FOR THE PERSON -- WHAT, WHEN, WHERE AND THE DETAIL.
482290*----------------------------------------------------------
482300 9426-REG-EVENTS.
482310     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
482320             UNTIL WS-EVT-IDX > EVT-SIZE
482330         IF ET-PERSON-ID (WS-EVT-IDX) = REG-ID (WS-REG-IDX)
482340             PERFORM 9427-REG-ONE-EVENT THRU 9427-EXIT
482350         END-IF
482360     END-PERFORM
482370 9426-EXIT.
482380     EXIT.
482390
482400 9427-REG-ONE-EVENT.
482410     MOVE SPACES TO WS-REG-PIECE
482420     EVALUATE ET-TYPE (WS-EVT-IDX)
482430         WHEN "OCCU"
482440             MOVE "Occupation" TO WS-REG-PIECE
482450         WHEN "BAPM"
482460             MOVE "Baptized" TO WS-REG-PIECE
482470         WHEN "CENS"
482480             MOVE "Census" TO WS-REG-PIECE
482490         WHEN "IMMI"
482500             MOVE "Immigrated" TO WS-REG-PIECE
482510         WHEN "EVEN"
482520             MOVE "Event" TO WS-REG-PIECE
482530         WHEN OTHER
482540             STRING "Event (" DELIMITED BY SIZE
482550                     ET-TYPE (WS-EVT-IDX) DELIMITED BY SPACE
482560                     ")" DELIMITED BY SIZE
482570                 INTO WS-REG-PIECE
482580             END-STRING
482590     END-EVALUATE
482600     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482610     IF ET-DATE (WS-EVT-IDX) NOT = SPACES
482620         MOVE ET-DATE (WS-EVT-IDX) TO WS-REG-PIECE
482630         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482640     END-IF
482650     IF ET-PLACE (WS-EVT-IDX) NOT = SPACES
482660         MOVE "at" TO WS-REG-PIECE
482670         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482680         MOVE ET-PLACE (WS-EVT-IDX) TO WS-REG-PIECE
482690         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482700     END-IF
482710     IF ET-DESC (WS-EVT-IDX) NOT = SPACES
482720         MOVE ":" TO WS-REG-PIECE
482730         PERFORM 9440-REG-APPEND THRU 9440-EXIT
482740         MOVE ET-DESC (WS-EVT-IDX) TO WS-REG-PIECE
482750         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482760     END-IF
482770     MOVE "." TO WS-REG-PIECE
482780     PERFORM 9440-REG-APPEND THRU 9440-EXIT
482790 9427-EXIT.
482800     EXIT.
482810
482820 9428-REG-NOTES.
482830     PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
482840             UNTIL WS-NOTE-IDX > NOTE-SIZE
482850         IF NO-REC-TYPE (WS-NOTE-IDX) = "P"
482860                 AND NO-REC-ID (WS-NOTE-IDX) = REG-ID (WS-REG-IDX)
482870             MOVE NO-TEXT (WS-NOTE-IDX) TO WS-REG-PIECE
482880             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
482890         END-IF
482900     END-PERFORM
482910 9428-EXIT.
482920     EXIT.
482930
482940*----------------------------------------------------------
482950* 9429-REG-CITATIONS CLOSES THE PARAGRAPH WITH EACH FIELD
482960* CITED FOR THE PERSON AND THE ENDNOTE NUMBER OF ITS SOURCE.
482970*----------------------------------------------------------
482980 9429-REG-CITATIONS.
482990     MOVE ZERO TO WS-REG-CIT-COUNT
483000     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
483010             UNTIL WS-CIT-IDX > CIT-SIZE
483020         IF CT-PERSON-ID (WS-CIT-IDX) = REG-ID (WS-REG-IDX)
483030             PERFORM 9465-REG-SOURCE-NUM THRU 9465-EXIT
483040             ADD 1 TO WS-REG-CIT-COUNT
483050             IF WS-REG-CIT-COUNT = 1
483060                 MOVE "Sources:" TO WS-REG-PIECE
483070                 PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483080             ELSE
483090                 MOVE ";" TO WS-REG-PIECE
483100                 PERFORM 9440-REG-APPEND THRU 9440-EXIT
483110             END-IF
483120             MOVE CT-FIELD (WS-CIT-IDX) TO WS-REG-PIECE
483130             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483140             IF WS-REG-SRC-NUM NOT = ZERO
483150                 MOVE "[" TO WS-REG-PIECE
483160                 PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483170                 MOVE WS-REG-SRC-NUM TO WS-REG-NUM
483180                 PERFORM 9442-REG-FORMAT-NUM THRU 9442-EXIT
483190                 PERFORM 9440-REG-APPEND THRU 9440-EXIT
483200                 MOVE "]" TO WS-REG-PIECE
483210                 PERFORM 9440-REG-APPEND THRU 9440-EXIT
483220             END-IF
483230         END-IF
483240     END-PERFORM
483250     IF WS-REG-CIT-COUNT NOT = ZERO
483260         MOVE "." TO WS-REG-PIECE
483270         PERFORM 9440-REG-APPEND THRU 9440-EXIT
483280     END-IF
483290 9429-EXIT.
483300     EXIT.
483310
483320*----------------------------------------------------------
483330* 9430-REG-CHILD-LIST PRINTS THE PERSON'S CHILDREN IN BIRTH
483340* ORDER UNDER A "CHILDREN OF" LINE, EACH WITH ITS REGISTER
483350* NUMBER (BLANK WHEN THE CHILD LIES BEYOND THE LAST
483360* GENERATION NUMBERED), A ROMAN BIRTH-ORDER NUMERAL, THE NAME
483370* AND THE BIRTH AND DEATH DATES.
483380*----------------------------------------------------------
483390 9430-REG-CHILD-LIST.
483400     PERFORM 9414-REG-COLLECT-CHILDREN THRU 9414-EXIT
483410     IF FGS-CHILD-COUNT = ZERO
483420         GO TO 9430-EXIT
483430     END-IF
483440     MOVE SPACES TO WS-REG-OUT-LINE
483450     PERFORM 9450-REG-PRINT-LINE THRU 9450-EXIT
483460     MOVE SPACES TO WS-REG-PARA
483470     MOVE ZERO TO WS-REG-PARA-LEN
483480     MOVE "Children of" TO WS-REG-PIECE
483490     PERFORM 9440-REG-APPEND THRU 9440-EXIT
483500     MOVE TT-NAME (WS-REG-TNUM) TO WS-REG-PIECE
483510     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483520     MOVE ":" TO WS-REG-PIECE
483530     PERFORM 9440-REG-APPEND THRU 9440-EXIT
483540     PERFORM 9445-REG-WRAP-PARA THRU 9445-EXIT
483550     PERFORM VARYING WS-FGS-IDX FROM 1 BY 1
483560             UNTIL WS-FGS-IDX > FGS-CHILD-COUNT
483570         PERFORM 9432-REG-CHILD-LINE THRU 9432-EXIT
483580     END-PERFORM
483590 9430-EXIT.
483600     EXIT.
483610
483620 9432-REG-CHILD-LINE.
483630     MOVE SPACES TO WS-REG-PARA
483640     MOVE FGS-CHILD-ID (WS-FGS-IDX) TO WS-CHECK-ID
483650     PERFORM 9416-REG-CHECK-DUP THRU 9416-EXIT
483660     IF WS-REG-NUM NOT = ZERO
483670         MOVE WS-REG-NUM TO WS-REG-NUM-ED
483680         MOVE WS-REG-NUM-ED TO WS-REG-PARA (1:5)
483690     END-IF
483700     MOVE SPACES TO WS-REG-PIECE
483710     IF WS-FGS-IDX > 20
483720         MOVE WS-FGS-IDX TO WS-REG-SEQ-ED
483730         STRING WS-REG-SEQ-ED DELIMITED BY SIZE
483740                 "." DELIMITED BY SIZE
483750             INTO WS-REG-PIECE
483760         END-STRING
483770     ELSE
483780         STRING WS-REG-ROMAN (WS-FGS-IDX) DELIMITED BY SPACE
483790                 "." DELIMITED BY SIZE
483800             INTO WS-REG-PIECE
483810         END-STRING
483820     END-IF
483830     MOVE WS-REG-PIECE (1:7) TO WS-REG-PARA (8:7)
483840     MOVE 14 TO WS-REG-PARA-LEN
483850     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
483860     MOVE WS-FOUND-NAME TO WS-REG-PIECE
483870     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483880     MOVE "(ID" TO WS-REG-PIECE
483890     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483900     MOVE WS-CHECK-ID TO WS-REG-PIECE
483910     PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483920     MOVE ")" TO WS-REG-PIECE
483930     PERFORM 9440-REG-APPEND THRU 9440-EXIT
483940     IF WS-FOUND-BIRTH NOT = SPACES
483950         MOVE ", born" TO WS-REG-PIECE
483960         PERFORM 9440-REG-APPEND THRU 9440-EXIT
483970         MOVE WS-FOUND-BIRTH TO WS-REG-PIECE
483980         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
483990     END-IF
484000     IF WS-FOUND-DEATH NOT = SPACES
484010         MOVE ", died" TO WS-REG-PIECE
484020         PERFORM 9440-REG-APPEND THRU 9440-EXIT
484030         MOVE WS-FOUND-DEATH TO WS-REG-PIECE
484040         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
484050     END-IF
484060     MOVE "." TO WS-REG-PIECE
484070     PERFORM 9440-REG-APPEND THRU 9440-EXIT
484080     PERFORM 9445-REG-WRAP-PARA THRU 9445-EXIT
484090 9432-EXIT.
484100     EXIT.
484110
484120*----------------------------------------------------------
484130* 9440-REG-APPEND ADDS WS-REG-PIECE, LESS ITS TRAILING
484140* SPACES, TO THE END OF WS-REG-PARA. 9441 DOES THE SAME
484150* AFTER A SEPARATING SPACE, AND 9442 LEAVES WS-REG-NUM IN
484160* WS-REG-PIECE WITHOUT ITS LEADING ZEROS, READY TO APPEND.
484170*----------------------------------------------------------
484180 9440-REG-APPEND.
484190     MOVE 120 TO WS-REG-PIECE-LEN
484200     PERFORM UNTIL WS-REG-PIECE-LEN = ZERO
484210             OR WS-REG-PIECE (WS-REG-PIECE-LEN:1) NOT = SPACE
484220         SUBTRACT 1 FROM WS-REG-PIECE-LEN
484230     END-PERFORM
484240     IF WS-REG-PIECE-LEN = ZERO
484250             OR WS-REG-PARA-LEN + WS-REG-PIECE-LEN > 2000
484260         GO TO 9440-EXIT
484270     END-IF
484280     MOVE WS-REG-PIECE (1:WS-REG-PIECE-LEN)
484290         TO WS-REG-PARA (WS-REG-PARA-LEN + 1:WS-REG-PIECE-LEN)
484300     ADD WS-REG-PIECE-LEN TO WS-REG-PARA-LEN
484310 9440-EXIT.
484320     EXIT.
484330
484340 9441-REG-APPEND-SP.
484350     IF WS-REG-PIECE = SPACES
484360         GO TO 9441-EXIT
484370     END-IF
484380     IF WS-REG-PARA-LEN > ZERO AND WS-REG-PARA-LEN < 2000
484390         ADD 1 TO WS-REG-PARA-LEN
484400     END-IF
484410     PERFORM 9440-REG-APPEND THRU 9440-EXIT
484420 9441-EXIT.
484430     EXIT.
484440
484450 9442-REG-FORMAT-NUM.
484460     MOVE WS-REG-NUM TO WS-REG-NUM-ED
484470     MOVE ZERO TO WS-REG-LEAD
484480     INSPECT WS-REG-NUM-ED TALLYING WS-REG-LEAD FOR LEADING SPACES
484490     MOVE SPACES TO WS-REG-PIECE
484500     MOVE WS-REG-NUM-ED (WS-REG-LEAD + 1:) TO WS-REG-PIECE
484510 9442-EXIT.
484520     EXIT.
484530
484540*----------------------------------------------------------
484550* 9445-REG-WRAP-PARA PRINTS WS-REG-PARA (1:WS-REG-PARA-LEN)
484560* AS AS MANY LINES OF UP TO WS-REG-WIDTH CHARACTERS AS IT
484570* TAKES, BREAKING AT THE LAST SPACE THAT FITS SO NO WORD IS
484580* SPLIT (A WORD LONGER THAN THE LINE IS CUT AT THE WIDTH).
484590*----------------------------------------------------------
484600 9445-REG-WRAP-PARA.
484610     IF WS-REG-PARA-LEN = ZERO
484620         GO TO 9445-EXIT
484630     END-IF
484640     MOVE 1 TO WS-REG-POS
484650     PERFORM UNTIL WS-REG-POS > WS-REG-PARA-LEN
484660         COMPUTE WS-REG-REMAIN = WS-REG-PARA-LEN - WS-REG-POS + 1
484670         IF WS-REG-REMAIN > WS-REG-WIDTH
484680             MOVE WS-REG-WIDTH TO WS-REG-CUT
484690             PERFORM UNTIL WS-REG-CUT < 20
484700                     OR WS-REG-PARA (WS-REG-POS + WS-REG-CUT:1)
484710                         = SPACE
484720                 SUBTRACT 1 FROM WS-REG-CUT
484730             END-PERFORM
484740             IF WS-REG-CUT < 20
484750                 MOVE WS-REG-WIDTH TO WS-REG-CUT
484760             END-IF
484770         ELSE
484780             MOVE WS-REG-REMAIN TO WS-REG-CUT
484790         END-IF
484800         MOVE SPACES TO WS-REG-OUT-LINE
484810         MOVE WS-REG-PARA (WS-REG-POS:WS-REG-CUT)
484820             TO WS-REG-OUT-LINE (WS-REG-MARGIN + 1:WS-REG-CUT)
484830         PERFORM 9450-REG-PRINT-LINE THRU 9450-EXIT
484840         ADD WS-REG-CUT TO WS-REG-POS
484850         PERFORM UNTIL WS-REG-POS > WS-REG-PARA-LEN
484860                 OR WS-REG-PARA (WS-REG-POS:1) NOT = SPACE
484870             ADD 1 TO WS-REG-POS
484880         END-PERFORM
484890     END-PERFORM
484900 9445-EXIT.
484910     EXIT.
484920
484930*----------------------------------------------------------
484940* 9450-REG-PRINT-LINE WRITES WS-REG-OUT-LINE TO REGFILE,
484950* STARTING A NEW PAGE WITH ITS HEADING WHEN THE CURRENT ONE
484960* IS FULL. A BLANK SPACING LINE THAT WOULD FALL AT THE TOP OF
484970* A FRESH PAGE IS DROPPED.
484980*----------------------------------------------------------
484990 9450-REG-PRINT-LINE.
485000     IF WS-REG-LINE-COUNT = ZERO
485010             OR WS-REG-LINE-COUNT >= WS-REG-LINES-PER-PAGE
485020         IF WS-REG-OUT-LINE = SPACES
485030             AND WS-REG-LINE-COUNT NOT = ZERO
485040             GO TO 9450-EXIT
485050         END-IF
485060         PERFORM 9455-REG-PAGE-HEADING THRU 9455-EXIT
485070     END-IF
485080     WRITE REG-RECORD FROM WS-REG-OUT-LINE
485090         AFTER ADVANCING 1 LINE
485100     ADD 1 TO WS-REG-LINE-COUNT
485110     ADD 1 TO WS-REG-LINE-TOTAL
485120 9450-EXIT.
485130     EXIT.
485140
485150 9455-REG-PAGE-HEADING.
485160     ADD 1 TO WS-REG-PAGE-NUM
485170     MOVE WS-REG-PAGE-NUM TO WS-REG-PAGE-ED
485180     MOVE SPACES TO REG-RECORD
485190     STRING "     DESCENDANTS OF " DELIMITED BY SIZE
485200             WS-REG-HEAD-NAME DELIMITED BY SIZE
485210         INTO REG-RECORD
485220     END-STRING
485230     MOVE "PAGE" TO REG-RECORD (69:4)
485240     MOVE WS-REG-PAGE-ED TO REG-RECORD (74:4)
485250     WRITE REG-RECORD AFTER ADVANCING PAGE
485260     MOVE SPACES TO REG-RECORD
485270     STRING "     A REGISTER REPORT PREPARED " DELIMITED BY SIZE
485280             WS-RPT-DATE-FMT DELIMITED BY SIZE
485290         INTO REG-RECORD
485300     END-STRING
485310     WRITE REG-RECORD AFTER ADVANCING 1 LINE
485320     MOVE SPACES TO REG-RECORD
485330     WRITE REG-RECORD AFTER ADVANCING 1 LINE
485340     MOVE 3 TO WS-REG-LINE-COUNT
485350 9455-EXIT.
485360     EXIT.
485370
485380*----------------------------------------------------------
485390* 9460-REG-ENDNOTES STARTS A FRESH PAGE AND PRINTS ONE
485400* NUMBERED ENDNOTE PER SOURCE CITED IN THE REGISTER -- TITLE,
485410* REPOSITORY, REFERENCE AND QUALITY GRADE -- IN THE ORDER THE
485420* PARAGRAPHS FIRST CALLED FOR THEM.
485430*----------------------------------------------------------
485440 9460-REG-ENDNOTES.
485450     IF REG-SRC-SIZE = ZERO
485460         GO TO 9460-EXIT
485470     END-IF
485480     MOVE ZERO TO WS-REG-LINE-COUNT
485490     MOVE SPACES TO WS-REG-PARA
485500     MOVE ZERO TO WS-REG-PARA-LEN
485510     MOVE "ENDNOTES" TO WS-REG-PIECE
485520     PERFORM 9440-REG-APPEND THRU 9440-EXIT
485530     PERFORM 9445-REG-WRAP-PARA THRU 9445-EXIT
485540     MOVE SPACES TO WS-REG-OUT-LINE
485550     PERFORM 9450-REG-PRINT-LINE THRU 9450-EXIT
485560     PERFORM VARYING WS-REG-SRC-IDX FROM 1 BY 1
485570             UNTIL WS-REG-SRC-IDX > REG-SRC-SIZE
485580         PERFORM 9462-REG-ONE-ENDNOTE THRU 9462-EXIT
485590     END-PERFORM
485600 9460-EXIT.
485610     EXIT.
485620
485630 9462-REG-ONE-ENDNOTE.
485640     MOVE SPACES TO WS-REG-PARA
485650     MOVE ZERO TO WS-REG-PARA-LEN
485660     MOVE WS-REG-SRC-IDX TO WS-REG-NUM
485670     PERFORM 9442-REG-FORMAT-NUM THRU 9442-EXIT
485680     PERFORM 9440-REG-APPEND THRU 9440-EXIT
485690     MOVE "." TO WS-REG-PIECE
485700     PERFORM 9440-REG-APPEND THRU 9440-EXIT
485710     MOVE REG-SRC-ID (WS-REG-SRC-IDX) TO WS-SRC-FIND-ID
485720     PERFORM 6145-FIND-SOURCE THRU 6145-EXIT
485730     IF WS-SRC-FOUND-NUM = ZERO
485740         MOVE "Source" TO WS-REG-PIECE
485750         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
485760         MOVE WS-SRC-FIND-ID TO WS-REG-PIECE
485770         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
485780         MOVE "is no longer on file." TO WS-REG-PIECE
485790         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
485800     ELSE
485810         MOVE ST-TITLE (WS-SRC-FOUND-NUM) TO WS-REG-PIECE
485820         PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
485830         IF ST-REPOSITORY (WS-SRC-FOUND-NUM) NOT = SPACES
485840             MOVE "," TO WS-REG-PIECE
485850             PERFORM 9440-REG-APPEND THRU 9440-EXIT
485860             MOVE ST-REPOSITORY (WS-SRC-FOUND-NUM) TO WS-REG-PIECE
485870             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
485880         END-IF
485890         IF ST-REFERENCE (WS-SRC-FOUND-NUM) NOT = SPACES
485900             MOVE "," TO WS-REG-PIECE
485910             PERFORM 9440-REG-APPEND THRU 9440-EXIT
485920             MOVE ST-REFERENCE (WS-SRC-FOUND-NUM) TO WS-REG-PIECE
485930             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
485940         END-IF
485950         MOVE "." TO WS-REG-PIECE
485960         PERFORM 9440-REG-APPEND THRU 9440-EXIT
485970         IF ST-QUALITY (WS-SRC-FOUND-NUM) NOT = SPACE
485980             MOVE "Quality grade" TO WS-REG-PIECE
485990             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
486000             MOVE ST-QUALITY (WS-SRC-FOUND-NUM) TO WS-REG-PIECE
486010             PERFORM 9441-REG-APPEND-SP THRU 9441-EXIT
486020             MOVE "." TO WS-REG-PIECE
486030             PERFORM 9440-REG-APPEND THRU 9440-EXIT
486040         END-IF
486050     END-IF
486060     PERFORM 9445-REG-WRAP-PARA THRU 9445-EXIT
486070 9462-EXIT.
486080     EXIT.
486090
486100*----------------------------------------------------------
486110* 9465-REG-SOURCE-NUM RETURNS IN WS-REG-SRC-NUM THE ENDNOTE
486120* NUMBER FOR THE SOURCE OF THE CITATION AT WS-CIT-IDX,
486130* GIVING IT THE NEXT NUMBER THE FIRST TIME IT IS CITED.
486140*----------------------------------------------------------
486150 9465-REG-SOURCE-NUM.
486160     MOVE ZERO TO WS-REG-SRC-NUM
486170     PERFORM VARYING WS-REG-SRC-IDX FROM 1 BY 1
486180             UNTIL WS-REG-SRC-IDX > REG-SRC-SIZE
486190         IF REG-SRC-ID (WS-REG-SRC-IDX)
486200                 = CT-SOURCE-ID (WS-CIT-IDX)
486210             MOVE WS-REG-SRC-IDX TO WS-REG-SRC-NUM
486220         END-IF
486230     END-PERFORM
486240     IF WS-REG-SRC-NUM = ZERO AND REG-SRC-SIZE < MAX-REG-SRC
486250         ADD 1 TO REG-SRC-SIZE
486260         MOVE CT-SOURCE-ID (WS-CIT-IDX)
486270             TO REG-SRC-ID (REG-SRC-SIZE)
486280         MOVE REG-SRC-SIZE TO WS-REG-SRC-NUM
486290     END-IF
486300 9465-EXIT.
486310     EXIT.
486320
486330*----------------------------------------------------------
486340* 9250-CHRONOLOGY-REPORT (MENU CHOICE 47, BATCH REPORT NAME
486350* 'CHRONOLOGY') CROSS-CHECKS DATES BETWEEN RECORDS, WHERE 9200
486360* ONLY CHECKS EACH PERSON AGAINST ITSELF: EVERY CHILD'S BIRTH
486370* AGAINST BOTH PARENTS (9260), EVERY MARRIAGE DATE AGAINST
486380* BOTH PARTNERS (9270) AND EVERY LIFE-EVENT DATE AGAINST ITS
486390* PERSON'S BIRTH AND DEATH (9280). EACH FINDING IS ONE LINE
486400* GIVING ITS SEVERITY -- ERROR FOR WHAT CANNOT BE TRUE,
486410* WARNING FOR WHAT IS MERELY UNLIKELY -- AND BOTH RECORD IDS.
486415* FROM THE MENU IT DISPLAYS, AS 9200 DOES FOR CHOICE 13.
486420*----------------------------------------------------------
486430 9250-CHRONOLOGY-REPORT.
486440     MOVE "Chronology and plausibility exceptions:"
486450         TO WS-RPT-LINE
486460     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
486470     MOVE "---------------------------------------"
486480         TO WS-RPT-LINE
486490     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
486500     MOVE SPACES TO WS-RPT-LINE
486510     MOVE "LEVEL"   TO WS-RPT-LINE (1:5)
486520     MOVE "PERSON"  TO WS-RPT-LINE (10:6)
486530     MOVE "OTHER"   TO WS-RPT-LINE (17:5)
486540     MOVE "FINDING" TO WS-RPT-LINE (24:7)
486550     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
486560     MOVE ZERO TO WS-EXCEPTION-COUNT
486570     MOVE ZERO TO WS-CHR-ERROR-COUNT
486580     MOVE ZERO TO WS-CHR-WARN-COUNT
486590     PERFORM VARYING TREE-IDX FROM 1 BY 1
486600             UNTIL TREE-IDX > TREE-SIZE
486610         PERFORM 9260-CHR-CHECK-CHILD THRU 9260-EXIT
486620     END-PERFORM
486630     PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
486640             UNTIL WS-MARR-IDX > MARR-SIZE
486650         PERFORM 9270-CHR-CHECK-MARRIAGE THRU 9270-EXIT
486660     END-PERFORM
486670     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
486680             UNTIL WS-EVT-IDX > EVT-SIZE
486690         PERFORM 9280-CHR-CHECK-EVENT THRU 9280-EXIT
486700     END-PERFORM
486710     MOVE "---------------------------------------"
486720         TO WS-RPT-LINE
486730     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
486740     MOVE SPACES TO WS-RPT-LINE
486750     STRING "Total exceptions found: " DELIMITED BY SIZE
486760             WS-EXCEPTION-COUNT DELIMITED BY SIZE
486770             "  (errors " DELIMITED BY SIZE
486780             WS-CHR-ERROR-COUNT DELIMITED BY SIZE
486790             ", warnings " DELIMITED BY SIZE
486800             WS-CHR-WARN-COUNT DELIMITED BY SIZE
486810             ")" DELIMITED BY SIZE
486820         INTO WS-RPT-LINE
486830     END-STRING
486840     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
486850 9250-EXIT.
486860     EXIT.
486870
486880*----------------------------------------------------------
486890* 9255-CHR-DATE-TO-MONTHS TURNS WS-CHR-DATE INTO A MONTH
486900* NUMBER IN WS-CHR-MONTHS, SETTING WS-CHR-OK-FLAG TO 'N' (AND
486910* THE MONTHS TO ZERO) WHEN THE DATE IS BLANK OR NOT A VALID
486920* YYYY-MM-DD VALUE AND SO CANNOT BE COMPARED.
486930*----------------------------------------------------------
486940 9255-CHR-DATE-TO-MONTHS.
486950     MOVE 'N' TO WS-CHR-OK-FLAG
486960     MOVE ZERO TO WS-CHR-MONTHS
486970     IF WS-CHR-DATE = SPACES
486980         GO TO 9255-EXIT
486990     END-IF
487000     MOVE WS-CHR-DATE TO WS-DATE-FIELD
487010     PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
487020     IF NOT WS-DATE-VALID
487030         GO TO 9255-EXIT
487040     END-IF
487050     COMPUTE WS-CHR-MONTHS = WS-CHR-YYYY * 12 + WS-CHR-MM
487060     MOVE 'Y' TO WS-CHR-OK-FLAG
487070 9255-EXIT.
487080     EXIT.
487090
487100*----------------------------------------------------------
487110* 9258-CHR-LOAD-LIFESPAN CONVERTS THE BIRTH AND DEATH DATES
487120* 8200 JUST RETURNED IN WS-FOUND-BIRTH/WS-FOUND-DEATH INTO
487130* WS-CHR-BIRTH-MOS AND WS-CHR-DEATH-MOS, WITH A FLAG SAYING
487140* WHETHER EACH ONE IS USABLE.
487150*----------------------------------------------------------
487160 9258-CHR-LOAD-LIFESPAN.
487170     MOVE WS-FOUND-BIRTH TO WS-CHR-DATE
487180     PERFORM 9255-CHR-DATE-TO-MONTHS THRU 9255-EXIT
487190     MOVE WS-CHR-MONTHS TO WS-CHR-BIRTH-MOS
487200     MOVE WS-CHR-OK-FLAG TO WS-CHR-BIRTH-FLAG
487210     MOVE WS-FOUND-DEATH TO WS-CHR-DATE
487220     PERFORM 9255-CHR-DATE-TO-MONTHS THRU 9255-EXIT
487230     MOVE WS-CHR-MONTHS TO WS-CHR-DEATH-MOS
487240     MOVE WS-CHR-OK-FLAG TO WS-CHR-DEATH-FLAG
487250 9258-EXIT.
487260     EXIT.
487270
487280*----------------------------------------------------------
487290* 9260-CHR-CHECK-CHILD TESTS THE BIRTH OF THE PERSON AT
487300* TREE-IDX AGAINST EACH PARENT ON FILE THROUGH 9262.
487310*----------------------------------------------------------
487320 9260-CHR-CHECK-CHILD.
487330     IF TT-FATHER-ID (TREE-IDX) = ZERO
487340             AND TT-MOTHER-ID (TREE-IDX) = ZERO
487350         GO TO 9260-EXIT
487360     END-IF
487370     MOVE TT-BIRTHDATE (TREE-IDX) TO WS-CHR-DATE
487380     PERFORM 9255-CHR-DATE-TO-MONTHS THRU 9255-EXIT
487390     IF NOT WS-CHR-OK
487400         GO TO 9260-EXIT
487410     END-IF
487420     MOVE WS-CHR-MONTHS TO WS-CHR-EVENT-MOS
487430     MOVE TT-BIRTHDATE (TREE-IDX) TO WS-CHR-EVENT-DATE
487440     IF TT-MOTHER-ID (TREE-IDX) NOT = ZERO
487450         MOVE TT-MOTHER-ID (TREE-IDX) TO WS-CHECK-ID
487460         MOVE "mother" TO WS-CHR-ROLE
487470         PERFORM 9262-CHR-CHECK-PARENT THRU 9262-EXIT
487480     END-IF
487490     IF TT-FATHER-ID (TREE-IDX) NOT = ZERO
487500         MOVE TT-FATHER-ID (TREE-IDX) TO WS-CHECK-ID
487510         MOVE "father" TO WS-CHR-ROLE
487520         PERFORM 9262-CHR-CHECK-PARENT THRU 9262-EXIT
487530     END-IF
487540 9260-EXIT.
487550     EXIT.
487560
487570*----------------------------------------------------------
487580* 9262-CHR-CHECK-PARENT COMPARES THE CHILD'S BIRTH (WS-CHR-
487590* EVENT-MOS) WITH THE PARENT IN WS-CHECK-ID, NAMED "MOTHER"
487600* OR "FATHER" BY WS-CHR-ROLE: BORN BEFORE THE PARENT, AFTER
487610* THE MOTHER'S DEATH OR MORE THAN ABOUT 9 MONTHS AFTER THE
487620* FATHER'S ARE ERRORS; A PARENT'S AGE AT THE BIRTH OUTSIDE
487630* THE WS-CHR- AGE LIMITS IS A WARNING (A MOTHER UNDER THE
487640* MINIMUM IS AN ERROR).
487650*----------------------------------------------------------
487660 9262-CHR-CHECK-PARENT.
487670     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
487680     IF NOT WS-ID-FOUND
487690         GO TO 9262-EXIT
487700     END-IF
487710     PERFORM 9258-CHR-LOAD-LIFESPAN THRU 9258-EXIT
487720     MOVE TT-ID (TREE-IDX) TO WS-CHR-ID1
487730     MOVE WS-CHECK-ID TO WS-CHR-ID2
487740     IF WS-CHR-BIRTH-OK
487750         COMPUTE WS-CHR-GAP-MOS =
487760             WS-CHR-EVENT-MOS - WS-CHR-BIRTH-MOS
487770         COMPUTE WS-CHR-AGE = WS-CHR-GAP-MOS / 12
487780         MOVE WS-CHR-AGE TO WS-CHR-AGE-ED
487790         MOVE SPACES TO WS-CHR-MSG
487800         MOVE SPACES TO WS-CHR-SEVERITY
487810         IF WS-CHR-GAP-MOS < ZERO
487820             MOVE "ERROR" TO WS-CHR-SEVERITY
487830             STRING "Born " DELIMITED BY SIZE
487840                     WS-CHR-EVENT-DATE DELIMITED BY SIZE
487850                     ", before own " DELIMITED BY SIZE
487860                     WS-CHR-ROLE DELIMITED BY SPACE
487870                     " was born " DELIMITED BY SIZE
487880                     WS-FOUND-BIRTH DELIMITED BY SIZE
487890                 INTO WS-CHR-MSG
487900             END-STRING
487910         ELSE
487920             IF WS-CHR-ROLE = "mother"
487930                 IF WS-CHR-AGE < WS-CHR-MOTHER-MIN-AGE
487940                     MOVE "ERROR" TO WS-CHR-SEVERITY
487950                 END-IF
487960                 IF WS-CHR-AGE > WS-CHR-MOTHER-MAX-AGE
487970                     MOVE "WARNING" TO WS-CHR-SEVERITY
487980                 END-IF
487990             ELSE
488000                 IF WS-CHR-AGE < WS-CHR-FATHER-MIN-AGE
488010                         OR WS-CHR-AGE > WS-CHR-FATHER-MAX-AGE
488020                     MOVE "WARNING" TO WS-CHR-SEVERITY
488030                 END-IF
488040             END-IF
488050             STRING "Born " DELIMITED BY SIZE
488060                     WS-CHR-EVENT-DATE DELIMITED BY SIZE
488070                     " when " DELIMITED BY SIZE
488080                     WS-CHR-ROLE DELIMITED BY SPACE
488090                     " was aged about" DELIMITED BY SIZE
488100                     WS-CHR-AGE-ED DELIMITED BY SIZE
488110                 INTO WS-CHR-MSG
488120             END-STRING
488130         END-IF
488140         IF WS-CHR-SEVERITY NOT = SPACES
488150             PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
488160         END-IF
488170     END-IF
488180     IF WS-CHR-DEATH-OK
488190         COMPUTE WS-CHR-GAP-MOS =
488200             WS-CHR-EVENT-MOS - WS-CHR-DEATH-MOS
488210         MOVE SPACES TO WS-CHR-SEVERITY
488220         IF WS-CHR-ROLE = "mother"
488230             IF WS-CHR-GAP-MOS > ZERO
488240                 MOVE "ERROR" TO WS-CHR-SEVERITY
488250             END-IF
488260         ELSE
488270             IF WS-CHR-GAP-MOS > WS-CHR-POSTHUMOUS-MOS
488280                 MOVE "ERROR" TO WS-CHR-SEVERITY
488290             END-IF
488300         END-IF
488310         IF WS-CHR-SEVERITY NOT = SPACES
488320             MOVE SPACES TO WS-CHR-MSG
488330             STRING "Born " DELIMITED BY SIZE
488340                     WS-CHR-EVENT-DATE DELIMITED BY SIZE
488350                     ", after " DELIMITED BY SIZE
488360                     WS-CHR-ROLE DELIMITED BY SPACE
488370                     " died " DELIMITED BY SIZE
488380                     WS-FOUND-DEATH DELIMITED BY SIZE
488390                 INTO WS-CHR-MSG
488400             END-STRING
488410             PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
488420         END-IF
488430     END-IF
488440 9262-EXIT.
488450     EXIT.
488460
488470*----------------------------------------------------------
488480* 9270-CHR-CHECK-MARRIAGE TESTS THE MARRIAGE AT WS-MARR-IDX
488490* AGAINST EACH PARTNER ON FILE THROUGH 9272.
488500*----------------------------------------------------------
488510 9270-CHR-CHECK-MARRIAGE.
488520     MOVE MT-DATE (WS-MARR-IDX) TO WS-CHR-DATE
488530     PERFORM 9255-CHR-DATE-TO-MONTHS THRU 9255-EXIT
488540     IF NOT WS-CHR-OK
488550         GO TO 9270-EXIT
488560     END-IF
488570     MOVE WS-CHR-MONTHS TO WS-CHR-EVENT-MOS
488580     MOVE MT-DATE (WS-MARR-IDX) TO WS-CHR-EVENT-DATE
488590     IF MT-PARTNER1-ID (WS-MARR-IDX) NOT = ZERO
488600         MOVE MT-PARTNER1-ID (WS-MARR-IDX) TO WS-CHECK-ID
488610         PERFORM 9272-CHR-CHECK-PARTNER THRU 9272-EXIT
488620     END-IF
488630     IF MT-PARTNER2-ID (WS-MARR-IDX) NOT = ZERO
488640         MOVE MT-PARTNER2-ID (WS-MARR-IDX) TO WS-CHECK-ID
488650         PERFORM 9272-CHR-CHECK-PARTNER THRU 9272-EXIT
488660     END-IF
488670 9270-EXIT.
488680     EXIT.
488690
488700*----------------------------------------------------------
488710* 9272-CHR-CHECK-PARTNER COMPARES THE MARRIAGE DATE WITH THE
488720* PARTNER IN WS-CHECK-ID: MARRIED BEFORE BIRTH OR AFTER
488730* DEATH IS AN ERROR, MARRIED UNDER WS-CHR-MARR-MIN-AGE A
488740* WARNING. THE LINE CARRIES THE PERSON AND MARRIAGE IDS.
488750*----------------------------------------------------------
488760 9272-CHR-CHECK-PARTNER.
488770     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
488780     IF NOT WS-ID-FOUND
488790         GO TO 9272-EXIT
488800     END-IF
488810     PERFORM 9258-CHR-LOAD-LIFESPAN THRU 9258-EXIT
488820     MOVE WS-CHECK-ID TO WS-CHR-ID1
488830     MOVE MT-ID (WS-MARR-IDX) TO WS-CHR-ID2
488840     IF WS-CHR-BIRTH-OK
488850         COMPUTE WS-CHR-GAP-MOS =
488860             WS-CHR-EVENT-MOS - WS-CHR-BIRTH-MOS
488870         COMPUTE WS-CHR-AGE = WS-CHR-GAP-MOS / 12
488880         MOVE WS-CHR-AGE TO WS-CHR-AGE-ED
488890         MOVE SPACES TO WS-CHR-MSG
488900         IF WS-CHR-GAP-MOS < ZERO
488910             MOVE "ERROR" TO WS-CHR-SEVERITY
488920             STRING "Married " DELIMITED BY SIZE
488930                     WS-CHR-EVENT-DATE DELIMITED BY SIZE
488940                     ", before own birth " DELIMITED BY SIZE
488950                     WS-FOUND-BIRTH DELIMITED BY SIZE
488960                 INTO WS-CHR-MSG
488970             END-STRING
488980             PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
488990         ELSE
489000             IF WS-CHR-AGE < WS-CHR-MARR-MIN-AGE
489010                 MOVE "WARNING" TO WS-CHR-SEVERITY
489020                 STRING "Married " DELIMITED BY SIZE
489030                         WS-CHR-EVENT-DATE DELIMITED BY SIZE
489040                         " aged about" DELIMITED BY SIZE
489050                         WS-CHR-AGE-ED DELIMITED BY SIZE
489060                     INTO WS-CHR-MSG
489070                 END-STRING
489080                 PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
489090             END-IF
489100         END-IF
489110     END-IF
489120     IF WS-CHR-DEATH-OK
489130         IF WS-CHR-EVENT-MOS > WS-CHR-DEATH-MOS
489140             MOVE "ERROR" TO WS-CHR-SEVERITY
489150             MOVE SPACES TO WS-CHR-MSG
489160             STRING "Married " DELIMITED BY SIZE
489170                     WS-CHR-EVENT-DATE DELIMITED BY SIZE
489180                     ", after own death " DELIMITED BY SIZE
489190                     WS-FOUND-DEATH DELIMITED BY SIZE
489200                 INTO WS-CHR-MSG
489210             END-STRING
489220             PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
489230         END-IF
489240     END-IF
489250 9272-EXIT.
489260     EXIT.
489270
489280*----------------------------------------------------------
489290* 9280-CHR-CHECK-EVENT COMPARES THE LIFE EVENT AT WS-EVT-IDX
489300* WITH ITS PERSON: DATED BEFORE BIRTH IS AN ERROR, DATED
489310* AFTER DEATH A WARNING (A RECORD MAY BE MADE POSTHUMOUSLY).
489320* THE LINE CARRIES THE PERSON AND EVENT IDS.
489330*----------------------------------------------------------
489340 9280-CHR-CHECK-EVENT.
489350     MOVE ET-DATE (WS-EVT-IDX) TO WS-CHR-DATE
489360     PERFORM 9255-CHR-DATE-TO-MONTHS THRU 9255-EXIT
489370     IF NOT WS-CHR-OK
489380         GO TO 9280-EXIT
489390     END-IF
489400     MOVE WS-CHR-MONTHS TO WS-CHR-EVENT-MOS
489410     MOVE ET-PERSON-ID (WS-EVT-IDX) TO WS-CHECK-ID
489420     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
489430     IF NOT WS-ID-FOUND
489440         GO TO 9280-EXIT
489450     END-IF
489460     PERFORM 9258-CHR-LOAD-LIFESPAN THRU 9258-EXIT
489470     MOVE WS-CHECK-ID TO WS-CHR-ID1
489480     MOVE ET-ID (WS-EVT-IDX) TO WS-CHR-ID2
489490     IF WS-CHR-BIRTH-OK
489500             AND WS-CHR-EVENT-MOS < WS-CHR-BIRTH-MOS
489510         MOVE "ERROR" TO WS-CHR-SEVERITY
489520         MOVE SPACES TO WS-CHR-MSG
489530         STRING ET-TYPE (WS-EVT-IDX) DELIMITED BY SIZE
489540                 " event " DELIMITED BY SIZE
489550                 ET-DATE (WS-EVT-IDX) DELIMITED BY SIZE
489560                 ", before birth " DELIMITED BY SIZE
489570                 WS-FOUND-BIRTH DELIMITED BY SIZE
489580             INTO WS-CHR-MSG
489590         END-STRING
489600         PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
489610     END-IF
489620     IF WS-CHR-DEATH-OK
489630             AND WS-CHR-EVENT-MOS > WS-CHR-DEATH-MOS
489640         MOVE "WARNING" TO WS-CHR-SEVERITY
489650         MOVE SPACES TO WS-CHR-MSG
489660         STRING ET-TYPE (WS-EVT-IDX) DELIMITED BY SIZE
489670                 " event " DELIMITED BY SIZE
489680                 ET-DATE (WS-EVT-IDX) DELIMITED BY SIZE
489690                 ", after death " DELIMITED BY SIZE
489700                 WS-FOUND-DEATH DELIMITED BY SIZE
489710             INTO WS-CHR-MSG
489720         END-STRING
489730         PERFORM 9290-CHR-PRINT-FINDING THRU 9290-EXIT
489740     END-IF
489750 9280-EXIT.
489760     EXIT.
489770
489780 9290-CHR-PRINT-FINDING.
489790     ADD 1 TO WS-EXCEPTION-COUNT
489800     IF WS-CHR-SEVERITY = "ERROR"
489810         ADD 1 TO WS-CHR-ERROR-COUNT
489820     ELSE
489830         ADD 1 TO WS-CHR-WARN-COUNT
489840     END-IF
489850     MOVE SPACES TO WS-RPT-LINE
489860     MOVE WS-CHR-SEVERITY TO WS-RPT-LINE (1:7)
489870     MOVE WS-CHR-ID1 TO WS-RPT-LINE (10:5)
489880     MOVE WS-CHR-ID2 TO WS-RPT-LINE (17:5)
489890     MOVE WS-CHR-MSG TO WS-RPT-LINE (24:100)
489900     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
489910 9290-EXIT.
489920     EXIT.
489930
489940*----------------------------------------------------------
489950* 1700-LOAD-TASKS MIRRORS 1500-LOAD-NOTES FOR TASKFILE,
489960* REBUILDING TASK-TABLE AND RECOMPUTING WS-TASK-ID-COUNTER
489970* FROM THE HIGHEST TASK ID ON FILE. IT ALSO SETS TODAY'S
489980* DATE, AS YYYY-MM-DD AND AS A DAY NUMBER, FOR THE TASK
489990* PARAGRAPHS TO STAMP AND AGE TASKS WITH.
490000*----------------------------------------------------------
490010 1700-LOAD-TASKS.
490020     ACCEPT WS-TASK-RUN-DATE FROM DATE YYYYMMDD
490030     MOVE SPACES TO WS-TASK-TODAY
490040     STRING WS-TASK-RUN-DATE (1:4) DELIMITED BY SIZE
490050             "-" DELIMITED BY SIZE
490060             WS-TASK-RUN-DATE (5:2) DELIMITED BY SIZE
490070             "-" DELIMITED BY SIZE
490080             WS-TASK-RUN-DATE (7:2) DELIMITED BY SIZE
490090         INTO WS-TASK-TODAY
490100     END-STRING
490110     MOVE WS-TASK-TODAY TO WS-DN-DATE
490120     PERFORM 9330-DATE-TO-DAYS THRU 9330-EXIT
490130     MOVE WS-DN-DAYS TO WS-TASK-TODAY-DAYS
490140     MOVE ZERO TO TASK-SIZE
490150     MOVE ZERO TO WS-TASK-MAX-ID
490160     OPEN INPUT TASKFILE
490170     IF NOT WS-TASK-OK
490180         IF NOT WS-TASK-NOT-FOUND
490190             DISPLAY "Unable to open task file, status "
490200                 WS-TASK-STATUS
490205             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
490210         END-IF
490220         COMPUTE WS-TASK-ID-COUNTER = WS-TASK-MAX-ID + 1
490230         GO TO 1700-EXIT
490240     END-IF
490250     MOVE 'N' TO EOF-TASKFILE
490260     PERFORM UNTIL END-OF-TASKFILE OR TASK-SIZE >= MAX-TASK
490270         READ TASKFILE NEXT RECORD
490280             AT END
490290                 MOVE 'Y' TO EOF-TASKFILE
490300             NOT AT END
490310                 ADD 1 TO TASK-SIZE
490320                 IF TK-ID > WS-TASK-MAX-ID
490330                     MOVE TK-ID TO WS-TASK-MAX-ID
490340                 END-IF
490350                 MOVE TK-ID         TO RT-ID (TASK-SIZE)
490360                 MOVE TK-REC-TYPE   TO RT-REC-TYPE (TASK-SIZE)
490370                 MOVE TK-REC-ID     TO RT-REC-ID (TASK-SIZE)
490380                 MOVE TK-QUESTION   TO RT-QUESTION (TASK-SIZE)
490390                 MOVE TK-REPOSITORY TO RT-REPOSITORY (TASK-SIZE)
490400                 MOVE TK-RESEARCHER TO RT-RESEARCHER (TASK-SIZE)
490410                 MOVE TK-OPENED     TO RT-OPENED (TASK-SIZE)
490420                 MOVE TK-DUE        TO RT-DUE (TASK-SIZE)
490430                 MOVE TK-STATUS     TO RT-STATUS (TASK-SIZE)
490440                 MOVE TK-CLOSED     TO RT-CLOSED (TASK-SIZE)
490450                 MOVE TK-SEED-CODE  TO RT-SEED-CODE (TASK-SIZE)
490460                 MOVE TK-SEED-FIELD TO RT-SEED-FIELD (TASK-SIZE)
490470         END-READ
490480     END-PERFORM
490490     MOVE ZERO TO WS-TASK-OVERFLOW
490500     PERFORM UNTIL END-OF-TASKFILE
490510         READ TASKFILE NEXT RECORD
490520             AT END
490530                 MOVE 'Y' TO EOF-TASKFILE
490540             NOT AT END
490550                 ADD 1 TO WS-TASK-OVERFLOW
490560                 IF TK-ID > WS-TASK-MAX-ID
490570                     MOVE TK-ID TO WS-TASK-MAX-ID
490580                 END-IF
490590         END-READ
490600     END-PERFORM
490610     CLOSE TASKFILE
490620     COMPUTE WS-TASK-ID-COUNTER = WS-TASK-MAX-ID + 1
490630     IF WS-TASK-OVERFLOW NOT = ZERO
490640         DISPLAY "*** WARNING: TASK-TABLE IS FULL -- "
490650             WS-TASK-OVERFLOW " task(s) NOT loaded."
490660             " Raise MAX-TASK and recompile."
490670     END-IF
490680 1700-EXIT.
490690     EXIT.
490700
490710*----------------------------------------------------------
490720* 4400-ADD-TASK OPENS ONE RESEARCH TASK AGAINST A PERSON, A
490730* MARRIAGE OR A SOURCE: THE QUESTION TO ANSWER, THE
490740* REPOSITORY OR SOURCE TO SEARCH, WHO IS DOING IT AND WHEN
490750* IT IS DUE (BLANK DUE DATE = WS-TASK-DUE-DAYS FROM TODAY).
490760* THE KEYED RECORD IS CHECKED THE SAME WAY 4100 CHECKS IT.
490770*----------------------------------------------------------
490780 4400-ADD-TASK.
490790     MOVE SPACES TO TASK-RECORD
490800     DISPLAY "Task about a Person, Marriage or Source"
490810         " (P/M/S):"
490820     ACCEPT TK-REC-TYPE
490830     IF TK-REC-TYPE NOT = "P" AND TK-REC-TYPE NOT = "M"
490840             AND TK-REC-TYPE NOT = "S"
490850         DISPLAY "Type must be P, M or S."
490860         GO TO 4400-EXIT
490870     END-IF
490880     DISPLAY "Enter the ID the task is about:"
490890     ACCEPT TK-REC-ID
490900     MOVE 'N' TO WS-FOUND-FLAG
490910     EVALUATE TK-REC-TYPE
490920         WHEN "P"
490930             MOVE TK-REC-ID TO WS-CHECK-ID
490940             PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
490950         WHEN "M"
490960             PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
490970                     UNTIL WS-MARR-IDX > MARR-SIZE
490980                 IF MT-ID (WS-MARR-IDX) = TK-REC-ID
490990                     MOVE 'Y' TO WS-FOUND-FLAG
491000                 END-IF
491010             END-PERFORM
491020         WHEN "S"
491030             MOVE TK-REC-ID TO WS-SRC-FIND-ID
491040             PERFORM 6145-FIND-SOURCE THRU 6145-EXIT
491050             IF WS-SRC-FOUND-NUM NOT = ZERO
491060                 MOVE 'Y' TO WS-FOUND-FLAG
491070             END-IF
491080     END-EVALUATE
491090     IF NOT WS-ID-FOUND
491100         DISPLAY "No record found with that ID."
491110         GO TO 4400-EXIT
491120     END-IF
491130     DISPLAY "Enter the research question (one line):"
491140     ACCEPT TK-QUESTION
491150     IF TK-QUESTION = SPACES
491160         DISPLAY "A task needs a question -- nothing added."
491170         GO TO 4400-EXIT
491180     END-IF
491190     DISPLAY "Enter the repository or source to search:"
491200     ACCEPT TK-REPOSITORY
491210     DISPLAY "Enter the researcher assigned:"
491220     ACCEPT TK-RESEARCHER
491230     IF TK-RESEARCHER = SPACES
491240         MOVE "UNASSIGNED" TO TK-RESEARCHER
491250     END-IF
491260     DISPLAY "Enter the due date (YYYY-MM-DD, blank for "
491270         WS-TASK-DUE-DAYS " days):"
491280     ACCEPT TK-DUE
491290     IF TK-DUE NOT = SPACES
491300         MOVE TK-DUE TO WS-DATE-FIELD
491310         PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
491320         IF NOT WS-DATE-VALID
491330             DISPLAY "Due date must be YYYY-MM-DD -- "
491340                 "nothing added."
491350             GO TO 4400-EXIT
491360         END-IF
491370     ELSE
491380         PERFORM 4470-DEFAULT-DUE-DATE THRU 4470-EXIT
491390     END-IF
491400     MOVE WS-TASK-TODAY TO TK-OPENED
491410     MOVE "O" TO TK-STATUS
491420     PERFORM 4450-WRITE-NEW-TASK THRU 4450-EXIT
491430     IF WS-TASK-FIND-ID NOT = ZERO
491440         DISPLAY "Research task " WS-TASK-FIND-ID " opened."
491450     END-IF
491460 4400-EXIT.
491470     EXIT.
491480
491490*----------------------------------------------------------
491500* 4450-WRITE-NEW-TASK ASSIGNS THE NEXT TASK ID TO THE
491510* TASK-RECORD ALREADY BUILT AND WRITES IT TO TASKFILE, THE
491520* SAME WAY 4150 DOES FOR NOTES, LEAVING THE NEW ID IN
491530* WS-TASK-FIND-ID (ZERO IF THE WRITE FAILED). SHARED BY THE
491540* INTERACTIVE ADD AND THE TASKSEED RUN, WHICH SETS
491550* WS-SKIP-RELOAD.
491560*----------------------------------------------------------
491570 4450-WRITE-NEW-TASK.
491580     MOVE WS-TASK-ID-COUNTER TO TK-ID
491590     ADD 1 TO WS-TASK-ID-COUNTER
491600     OPEN I-O TASKFILE
491610     IF NOT WS-TASK-OK
491620         OPEN OUTPUT TASKFILE
491630         CLOSE TASKFILE
491640         OPEN I-O TASKFILE
491650     END-IF
491660     WRITE TASK-RECORD
491670     PERFORM UNTIL WS-TASK-OK
491680             OR NOT WS-TASK-DUPLICATE
491690         MOVE WS-TASK-ID-COUNTER TO TK-ID
491700         ADD 1 TO WS-TASK-ID-COUNTER
491710         WRITE TASK-RECORD
491720     END-PERFORM
491730     IF WS-TASK-OK
491740         MOVE TK-ID TO WS-TASK-FIND-ID
491750     ELSE
491760         MOVE ZERO TO WS-TASK-FIND-ID
491770         DISPLAY "Unable to add task, file status "
491780             WS-TASK-STATUS
491785         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
491790     END-IF
491800     CLOSE TASKFILE
491810     IF NOT WS-SKIP-RELOAD
491820         PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
491830     END-IF
491840 4450-EXIT.
491850     EXIT.
491860
491870 4470-DEFAULT-DUE-DATE.
491880     COMPUTE WS-DN-DAYS = WS-TASK-TODAY-DAYS + WS-TASK-DUE-DAYS
491890     PERFORM 9335-DAYS-TO-DATE THRU 9335-EXIT
491900     MOVE WS-DN-DATE TO TK-DUE
491910 4470-EXIT.
491920     EXIT.
491930
491940*----------------------------------------------------------
491950* 4480-READ-TASK ASKS FOR A TASK ID AND READS THAT TASK INTO
491960* TASK-RECORD WITH TASKFILE LEFT OPEN I-O FOR THE CALLER TO
491970* REWRITE AND CLOSE. WS-FOUND-FLAG SAYS WHETHER IT WORKED;
491980* WHEN IT DID NOT, THE FILE IS ALREADY CLOSED.
491990*----------------------------------------------------------
492000 4480-READ-TASK.
492010     MOVE 'N' TO WS-FOUND-FLAG
492020     DISPLAY "Enter the task ID:"
492030     ACCEPT WS-TASK-FIND-ID
492040     OPEN I-O TASKFILE
492050     IF NOT WS-TASK-OK
492060         IF WS-TASK-NOT-FOUND
492070             DISPLAY "No research tasks on file."
492080         ELSE
492090             DISPLAY "Unable to open task file, status "
492100                 WS-TASK-STATUS
492105             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
492110         END-IF
492120         GO TO 4480-EXIT
492130     END-IF
492140     MOVE WS-TASK-FIND-ID TO TK-ID
492150     READ TASKFILE RECORD
492160         INVALID KEY
492170             DISPLAY "No task found with that ID."
492180             CLOSE TASKFILE
492190         NOT INVALID KEY
492200             MOVE 'Y' TO WS-FOUND-FLAG
492210     END-READ
492220     IF WS-ID-FOUND
492230         DISPLAY "Task " TK-ID " (" TK-REC-TYPE " " TK-REC-ID
492240             ") status " TK-STATUS ", opened " TK-OPENED
492250             ", due " TK-DUE
492260         DISPLAY "Question: " TK-QUESTION
492270         DISPLAY "Search: " TK-REPOSITORY
492280         DISPLAY "Researcher: " TK-RESEARCHER
492290         IF TK-STATUS = "C"
492300             DISPLAY "Closed " TK-CLOSED ": " TK-RESULT
492310         END-IF
492320     END-IF
492330 4480-EXIT.
492340     EXIT.
492350
492360*----------------------------------------------------------
492370* 4500-UPDATE-TASK SHOWS AN OPEN TASK AND LETS THE CLERK
492380* CHANGE ITS QUESTION, REPOSITORY, RESEARCHER, DUE DATE AND
492390* STATUS (O OR I); PRESSING ENTER KEEPS THE CURRENT VALUE.
492400* A CLOSED TASK IS LEFT ALONE -- OPEN A NEW ONE INSTEAD.
492410*----------------------------------------------------------
492420 4500-UPDATE-TASK.
492430     PERFORM 4480-READ-TASK THRU 4480-EXIT
492440     IF NOT WS-ID-FOUND
492450         GO TO 4500-EXIT
492460     END-IF
492470     IF TK-STATUS = "C"
492480         DISPLAY "That task is closed and cannot be changed."
492490         CLOSE TASKFILE
492500         GO TO 4500-EXIT
492510     END-IF
492520     DISPLAY "Enter new values; press Enter to keep each one."
492530     DISPLAY "Question:"
492540     MOVE SPACES TO WS-TASK-INPUT
492550     ACCEPT WS-TASK-INPUT
492560     IF WS-TASK-INPUT NOT = SPACES
492570         MOVE WS-TASK-INPUT TO TK-QUESTION
492580     END-IF
492590     DISPLAY "Repository or source to search:"
492600     MOVE SPACES TO WS-TASK-INPUT
492610     ACCEPT WS-TASK-INPUT
492620     IF WS-TASK-INPUT NOT = SPACES
492630         MOVE WS-TASK-INPUT TO TK-REPOSITORY
492640     END-IF
492650     DISPLAY "Researcher:"
492660     MOVE SPACES TO WS-TASK-INPUT
492670     ACCEPT WS-TASK-INPUT
492680     IF WS-TASK-INPUT NOT = SPACES
492690         MOVE WS-TASK-INPUT TO TK-RESEARCHER
492700     END-IF
492710     DISPLAY "Due date (YYYY-MM-DD):"
492720     MOVE SPACES TO WS-TASK-INPUT
492730     ACCEPT WS-TASK-INPUT
492740     IF WS-TASK-INPUT NOT = SPACES
492750         MOVE WS-TASK-INPUT (1:10) TO WS-DATE-FIELD
492760         PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
492770         IF WS-DATE-VALID
492780             MOVE WS-TASK-INPUT (1:10) TO TK-DUE
492790         ELSE
492800             DISPLAY "Not a YYYY-MM-DD date -- due date kept."
492810         END-IF
492820     END-IF
492830     DISPLAY "Status (O = open, I = in progress):"
492840     MOVE SPACES TO WS-TASK-INPUT
492850     ACCEPT WS-TASK-INPUT
492860     IF WS-TASK-INPUT (1:1) = "O" OR WS-TASK-INPUT (1:1) = "I"
492870         MOVE WS-TASK-INPUT (1:1) TO TK-STATUS
492880     END-IF
492890     REWRITE TASK-RECORD
492900     IF WS-TASK-OK
492910         DISPLAY "Task " TK-ID " updated."
492920     ELSE
492930         DISPLAY "Unable to update task, file status "
492940             WS-TASK-STATUS
492950     END-IF
492960     CLOSE TASKFILE
492970     PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
492980 4500-EXIT.
492990     EXIT.
493000
493010*----------------------------------------------------------
493020* 4550-CLOSE-TASK MARKS A TASK CLOSED AS OF TODAY WITH A
493030* ONE-LINE RESULT -- WHAT WAS FOUND, OR THAT NOTHING WAS.
493040* CLOSED TASKS STAY ON FILE SO A SEEDED GAP IS NOT REOPENED.
493050*----------------------------------------------------------
493060 4550-CLOSE-TASK.
493070     PERFORM 4480-READ-TASK THRU 4480-EXIT
493080     IF NOT WS-ID-FOUND
493090         GO TO 4550-EXIT
493100     END-IF
493110     IF TK-STATUS = "C"
493120         DISPLAY "That task is already closed."
493130         CLOSE TASKFILE
493140         GO TO 4550-EXIT
493150     END-IF
493160     DISPLAY "Enter the result (one line):"
493170     ACCEPT TK-RESULT
493180     MOVE "C" TO TK-STATUS
493190     MOVE WS-TASK-TODAY TO TK-CLOSED
493200     REWRITE TASK-RECORD
493210     IF WS-TASK-OK
493220         DISPLAY "Task " TK-ID " closed."
493230     ELSE
493240         DISPLAY "Unable to close task, file status "
493250             WS-TASK-STATUS
493260     END-IF
493270     CLOSE TASKFILE
493280     PERFORM 1700-LOAD-TASKS THRU 1700-EXIT
493290 4550-EXIT.
493300     EXIT.
493310
493320*----------------------------------------------------------
493330* 4600-SEED-TASKS IS ENTERED INSTEAD OF THE MENU LOOP WHEN
493340* THE PROGRAM IS STARTED WITH PARM 'TASKSEED' (OPTIONALLY
493350* FOLLOWED BY THE RESEARCHER TO ASSIGN). IT WALKS TREE-TABLE
493360* AND OPENS A TASK FOR EVERY DATA GAP THAT HAS NEVER HAD ONE:
493370* A BLANK BIRTH DATE, AN UNKNOWN FATHER OR MOTHER, AND EACH
493380* KEY FACT ON FILE -- NAME, BIRTH, DEATH, BURIAL -- THAT NO
493390* CITATION SUPPORTS.
493400*----------------------------------------------------------
493410 4600-SEED-TASKS.
493420     DISPLAY "Seeding research tasks from data gaps..."
493430     MOVE WS-PARM-ARG1 TO WS-TASK-SEED-RESEARCHER
493440     IF WS-TASK-SEED-RESEARCHER = SPACES
493450         MOVE "UNASSIGNED" TO WS-TASK-SEED-RESEARCHER
493460     END-IF
493470     MOVE ZERO TO WS-TASK-SEED-COUNT
493480     MOVE ZERO TO WS-TASK-SEED-SKIP
493490     MOVE ZERO TO WS-TASK-SEED-BDAT
493500     MOVE ZERO TO WS-TASK-SEED-PARN
493510     MOVE ZERO TO WS-TASK-SEED-CITE
493520     MOVE 'Y' TO WS-SKIP-RELOAD-FLAG
493530     PERFORM VARYING TREE-IDX FROM 1 BY 1
493540             UNTIL TREE-IDX > TREE-SIZE
493550         PERFORM 4610-SEED-PERSON THRU 4610-EXIT
493560     END-PERFORM
493570     MOVE 'N' TO WS-SKIP-RELOAD-FLAG
493580     DISPLAY "Task seeding complete: " WS-TASK-SEED-COUNT
493590         " task(s) opened for " WS-TASK-SEED-RESEARCHER
493600     DISPLAY "  No birth date:     " WS-TASK-SEED-BDAT
493610     DISPLAY "  Parent unknown:    " WS-TASK-SEED-PARN
493620     DISPLAY "  Uncited key fact:  " WS-TASK-SEED-CITE
493630     DISPLAY "  Gaps already tasked (skipped): " WS-TASK-SEED-SKIP
493640 4600-EXIT.
493650     EXIT.
493660
493670 4610-SEED-PERSON.
493680     MOVE TT-NAME (TREE-IDX) TO WS-TASK-NAME
493690     IF TT-BIRTHDATE (TREE-IDX) = SPACES
493700         MOVE SPACES TO TASK-RECORD
493710         MOVE "BDAT" TO TK-SEED-CODE
493720         MOVE "BIRTHDATE" TO TK-SEED-FIELD
493730         STRING "Find a birth date for " DELIMITED BY SIZE
493740                 WS-TASK-NAME DELIMITED BY "  "
493750                 "." DELIMITED BY SIZE
493760             INTO TK-QUESTION
493770         END-STRING
493780         PERFORM 4620-SEED-ONE-TASK THRU 4620-EXIT
493790     END-IF
493800     IF TT-FATHER-ID (TREE-IDX) = ZERO
493810             OR TT-MOTHER-ID (TREE-IDX) = ZERO
493820         MOVE SPACES TO TASK-RECORD
493830         MOVE "PARN" TO TK-SEED-CODE
493840         MOVE "PARENTS" TO TK-SEED-FIELD
493850         IF TT-MOTHER-ID (TREE-IDX) NOT = ZERO
493860             MOVE "FATHER" TO TK-SEED-FIELD
493870         END-IF
493880         IF TT-FATHER-ID (TREE-IDX) NOT = ZERO
493890             MOVE "MOTHER" TO TK-SEED-FIELD
493900         END-IF
493910         STRING "Identify the " DELIMITED BY SIZE
493920                 TK-SEED-FIELD DELIMITED BY SPACE
493930                 " of " DELIMITED BY SIZE
493940                 WS-TASK-NAME DELIMITED BY "  "
493950                 "." DELIMITED BY SIZE
493960             INTO TK-QUESTION
493970         END-STRING
493980         PERFORM 4620-SEED-ONE-TASK THRU 4620-EXIT
493990     END-IF
494000     MOVE "NAME" TO TK-SEED-FIELD
494010     PERFORM 4630-SEED-CITE-GAP THRU 4630-EXIT
494020     IF TT-BIRTHDATE (TREE-IDX) NOT = SPACES
494030         MOVE "BIRTHDATE" TO TK-SEED-FIELD
494040         PERFORM 4630-SEED-CITE-GAP THRU 4630-EXIT
494050     END-IF
494060     IF TT-DEATHDATE (TREE-IDX) NOT = SPACES
494070         MOVE "DEATHDATE" TO TK-SEED-FIELD
494080         PERFORM 4630-SEED-CITE-GAP THRU 4630-EXIT
494090     END-IF
494100     IF TT-BURIALPLACE (TREE-IDX) NOT = SPACES
494110         MOVE "BURIALPLACE" TO TK-SEED-FIELD
494120         PERFORM 4630-SEED-CITE-GAP THRU 4630-EXIT
494130     END-IF
494140 4610-EXIT.
494150     EXIT.
494160
494170*----------------------------------------------------------
494180* 4620-SEED-ONE-TASK OPENS THE TASK BUILT IN TASK-RECORD FOR
494190* THE PERSON AT TREE-IDX UNLESS A TASK FOR THE SAME PERSON,
494200* SEED CODE AND FIELD IS ALREADY ON FILE, OPEN OR CLOSED.
494210*----------------------------------------------------------
494220 4620-SEED-ONE-TASK.
494230     PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
494240             UNTIL WS-TASK-IDX > TASK-SIZE
494250         IF RT-REC-TYPE (WS-TASK-IDX) = "P"
494260                 AND RT-REC-ID (WS-TASK-IDX) = TT-ID (TREE-IDX)
494270                 AND RT-SEED-CODE (WS-TASK-IDX) = TK-SEED-CODE
494280                 AND RT-SEED-FIELD (WS-TASK-IDX) = TK-SEED-FIELD
494290             ADD 1 TO WS-TASK-SEED-SKIP
494300             GO TO 4620-EXIT
494310         END-IF
494320     END-PERFORM
494330     MOVE "P" TO TK-REC-TYPE
494340     MOVE TT-ID (TREE-IDX) TO TK-REC-ID
494350     MOVE WS-TASK-SEED-RESEARCHER TO TK-RESEARCHER
494360     MOVE WS-TASK-TODAY TO TK-OPENED
494370     PERFORM 4470-DEFAULT-DUE-DATE THRU 4470-EXIT
494380     MOVE "O" TO TK-STATUS
494390     PERFORM 4450-WRITE-NEW-TASK THRU 4450-EXIT
494400     IF WS-TASK-FIND-ID NOT = ZERO
494410         ADD 1 TO WS-TASK-SEED-COUNT
494420         EVALUATE TK-SEED-CODE
494430             WHEN "BDAT"
494440                 ADD 1 TO WS-TASK-SEED-BDAT
494450             WHEN "PARN"
494460                 ADD 1 TO WS-TASK-SEED-PARN
494470             WHEN OTHER
494480                 ADD 1 TO WS-TASK-SEED-CITE
494490         END-EVALUATE
494500     END-IF
494510 4620-EXIT.
494520     EXIT.
494530
494540*----------------------------------------------------------
494550* 4630-SEED-CITE-GAP OPENS A CITE TASK FOR THE FIELD IN
494560* TK-SEED-FIELD WHEN NO CITATION FOR THE PERSON AT TREE-IDX
494570* NAMES THAT FIELD. A CITATION COUNTS UNDER ANY SPELLING THE
494572* EVIDENCE REPORT (9350) ACCEPTS FOR THE SAME FACT -- BIRTH FOR
494574* BIRTHDATE, DEATH FOR DEATHDATE, BURIAL FOR BURIALPLACE -- SO
494576* A FACT THAT REPORT GRADES AS CITED NEVER GETS A CITE TASK.
494580*----------------------------------------------------------
494590 4630-SEED-CITE-GAP.
494593     MOVE 'N' TO WS-TASK-CITED-FLAG
494596     MOVE SPACES TO WS-EVD-KEY-AREA
494599     MOVE TK-SEED-FIELD TO WS-EVD-KEY (1)
494602     EVALUATE TK-SEED-FIELD
494605         WHEN "BIRTHDATE"
494608             MOVE "BIRTH" TO WS-EVD-KEY (2)
494611         WHEN "DEATHDATE"
494614             MOVE "DEATH" TO WS-EVD-KEY (2)
494617         WHEN "BURIALPLACE"
494620             MOVE "BURIAL" TO WS-EVD-KEY (2)
494623     END-EVALUATE
494626     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
494629             UNTIL WS-CIT-IDX > CIT-SIZE
494632         IF CT-PERSON-ID (WS-CIT-IDX) = TT-ID (TREE-IDX)
494635                 AND CT-FIELD (WS-CIT-IDX) NOT = SPACES
494638                 AND (CT-FIELD (WS-CIT-IDX) = WS-EVD-KEY (1)
494641                 OR CT-FIELD (WS-CIT-IDX) = WS-EVD-KEY (2))
494644             MOVE 'Y' TO WS-TASK-CITED-FLAG
494660         END-IF
494670     END-PERFORM
494680     IF WS-TASK-CITED
494690         GO TO 4630-EXIT
494700     END-IF
494710     MOVE TK-SEED-FIELD TO WS-TASK-SEED-FLD
494720     MOVE SPACES TO TASK-RECORD
494730     MOVE "CITE" TO TK-SEED-CODE
494740     MOVE WS-TASK-SEED-FLD TO TK-SEED-FIELD
494750     STRING "Cite a source for the " DELIMITED BY SIZE
494760             TK-SEED-FIELD DELIMITED BY SPACE
494770             " of " DELIMITED BY SIZE
494780             WS-TASK-NAME DELIMITED BY "  "
494790             "." DELIMITED BY SIZE
494800         INTO TK-QUESTION
494810     END-STRING
494820     PERFORM 4620-SEED-ONE-TASK THRU 4620-EXIT
494830 4630-EXIT.
494840     EXIT.
494850
494860*----------------------------------------------------------
494870* 4700-TASK-AGING-REPORT (MENU, OR BATCH REPORT NAME
494880* 'TASKAGING') LISTS EVERY TASK NOT YET CLOSED, GROUPED BY
494890* RESEARCHER AND OLDEST FIRST, WITH ITS AGE IN DAYS AND AN
494900* OVERDUE MARK PAST ITS DUE DATE. EACH RESEARCHER GETS A
494910* SUBTOTAL BY AGE BAND (0-30, 31-90, 91-180, OVER 180 DAYS)
494920* AND THE REPORT ENDS WITH THE SAME FIGURES FOR EVERYONE.
494930*----------------------------------------------------------
494940 4700-TASK-AGING-REPORT.
494950     MOVE SPACES TO WS-RPT-LINE
494960     STRING "Open research tasks by researcher, aged as of "
494970                 DELIMITED BY SIZE
494980             WS-TASK-TODAY DELIMITED BY SIZE
494990         INTO WS-RPT-LINE
495000     END-STRING
495010     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
495020     MOVE SPACES TO WS-RPT-LINE
495030     MOVE "RESEARCHER" TO WS-RPT-LINE (1:10)
495040     MOVE "TASK"       TO WS-RPT-LINE (22:4)
495050     MOVE "ABOUT"      TO WS-RPT-LINE (28:5)
495060     MOVE "OPENED"     TO WS-RPT-LINE (35:6)
495070     MOVE "DUE"        TO WS-RPT-LINE (46:3)
495080     MOVE "DAYS"       TO WS-RPT-LINE (58:4)
495090     MOVE "QUESTION"   TO WS-RPT-LINE (65:8)
495100     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
495110     MOVE ZERO TO TS-COUNT
495120     PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
495130             UNTIL WS-TASK-IDX > TASK-SIZE
495140         IF RT-STATUS (WS-TASK-IDX) NOT = "C"
495150             PERFORM 4710-AGING-ADD-ENTRY THRU 4710-EXIT
495160         END-IF
495170     END-PERFORM
495180     INITIALIZE WS-TASK-TOT-COUNTS
495190     INITIALIZE WS-TASK-GRP-COUNTS
495200     MOVE SPACES TO WS-TASK-LAST-RESEARCHER
495210     PERFORM VARYING WS-TS-IDX FROM 1 BY 1
495220             UNTIL WS-TS-IDX > TS-COUNT
495230         MOVE TS-NUM (WS-TS-IDX) TO WS-TASK-IDX
495240         IF WS-TS-IDX > 1 AND RT-RESEARCHER (WS-TASK-IDX)
495250                 NOT = WS-TASK-LAST-RESEARCHER
495260             PERFORM 4730-AGING-SUBTOTAL THRU 4730-EXIT
495270         END-IF
495280         MOVE RT-RESEARCHER (WS-TASK-IDX)
495290             TO WS-TASK-LAST-RESEARCHER
495300         PERFORM 4720-AGING-LINE THRU 4720-EXIT
495310     END-PERFORM
495320     IF TS-COUNT = ZERO
495330         MOVE "No open research tasks." TO WS-RPT-LINE
495340         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
495350     ELSE
495360         PERFORM 4730-AGING-SUBTOTAL THRU 4730-EXIT
495370     END-IF
495380     MOVE WS-TASK-TOT-COUNTS TO WS-TASK-GRP-COUNTS
495390     MOVE "ALL RESEARCHERS" TO WS-TASK-LAST-RESEARCHER
495400     PERFORM 4730-AGING-SUBTOTAL THRU 4730-EXIT
495410 4700-EXIT.
495420     EXIT.
495430
495440*----------------------------------------------------------
495450* 4710-AGING-ADD-ENTRY FILES THE TASK AT WS-TASK-IDX INTO
495460* TS-TABLE IN RESEARCHER-THEN-OPENED-DATE ORDER, THE WAY 5400
495470* KEEPS FGS-CHILD-TABLE IN BIRTH ORDER.
495480*----------------------------------------------------------
495490 4710-AGING-ADD-ENTRY.
495500     IF TS-COUNT >= MAX-TASK
495510         GO TO 4710-EXIT
495520     END-IF
495530     MOVE SPACES TO WS-TS-SORT-KEY
495540     MOVE RT-RESEARCHER (WS-TASK-IDX) TO WS-TS-SORT-KEY (1:20)
495550     MOVE RT-OPENED (WS-TASK-IDX) TO WS-TS-SORT-KEY (21:10)
495560     COMPUTE WS-TS-INS-POS = TS-COUNT + 1
495570     PERFORM VARYING WS-TS-IDX2 FROM 1 BY 1
495580             UNTIL WS-TS-IDX2 > TS-COUNT
495590         IF WS-TS-SORT-KEY < TS-KEY (WS-TS-IDX2)
495600                 AND WS-TS-INS-POS > TS-COUNT
495610             MOVE WS-TS-IDX2 TO WS-TS-INS-POS
495620         END-IF
495630     END-PERFORM
495640     PERFORM VARYING WS-TS-IDX2 FROM TS-COUNT BY -1
495650             UNTIL WS-TS-IDX2 < WS-TS-INS-POS
495660         MOVE TS-ENTRY (WS-TS-IDX2) TO TS-ENTRY (WS-TS-IDX2 + 1)
495670     END-PERFORM
495680     MOVE WS-TS-SORT-KEY TO TS-KEY (WS-TS-INS-POS)
495690     MOVE WS-TASK-IDX TO TS-NUM (WS-TS-INS-POS)
495700     ADD 1 TO TS-COUNT
495710 4710-EXIT.
495720     EXIT.
495730
495740 4720-AGING-LINE.
495750     MOVE ZERO TO WS-TASK-AGE-DAYS
495760     MOVE RT-OPENED (WS-TASK-IDX) TO WS-DATE-FIELD
495770     PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
495780     IF WS-DATE-VALID
495790         MOVE RT-OPENED (WS-TASK-IDX) TO WS-DN-DATE
495800         PERFORM 9330-DATE-TO-DAYS THRU 9330-EXIT
495810         IF WS-DN-DAYS < WS-TASK-TODAY-DAYS
495820             COMPUTE WS-TASK-AGE-DAYS
495830                 = WS-TASK-TODAY-DAYS - WS-DN-DAYS
495840         END-IF
495850     END-IF
495860     MOVE 'N' TO WS-TASK-OVERDUE-FLAG
495870     IF RT-DUE (WS-TASK-IDX) NOT = SPACES
495880             AND RT-DUE (WS-TASK-IDX) < WS-TASK-TODAY
495890         MOVE 'Y' TO WS-TASK-OVERDUE-FLAG
495900         ADD 1 TO WS-TASK-GRP-OVERDUE
495910         ADD 1 TO WS-TASK-TOT-OVERDUE
495920     END-IF
495930     EVALUATE TRUE
495940         WHEN WS-TASK-AGE-DAYS <= 30
495950             MOVE 1 TO WS-TASK-BKT
495960         WHEN WS-TASK-AGE-DAYS <= 90
495970             MOVE 2 TO WS-TASK-BKT
495980         WHEN WS-TASK-AGE-DAYS <= 180
495990             MOVE 3 TO WS-TASK-BKT
496000         WHEN OTHER
496010             MOVE 4 TO WS-TASK-BKT
496020     END-EVALUATE
496030     ADD 1 TO WS-TASK-GRP-OPEN
496040     ADD 1 TO WS-TASK-TOT-OPEN
496050     ADD 1 TO WS-TASK-GRP-BUCKET (WS-TASK-BKT)
496060     ADD 1 TO WS-TASK-TOT-BUCKET (WS-TASK-BKT)
496070     MOVE WS-TASK-AGE-DAYS TO WS-TASK-AGE-ED
496080     MOVE SPACES TO WS-RPT-LINE
496090     MOVE RT-RESEARCHER (WS-TASK-IDX) TO WS-RPT-LINE (1:20)
496100     MOVE RT-ID (WS-TASK-IDX)         TO WS-RPT-LINE (22:5)
496110     MOVE RT-REC-TYPE (WS-TASK-IDX)   TO WS-RPT-LINE (28:1)
496120     MOVE RT-REC-ID (WS-TASK-IDX)     TO WS-RPT-LINE (29:5)
496130     MOVE RT-OPENED (WS-TASK-IDX)     TO WS-RPT-LINE (35:10)
496140     MOVE RT-DUE (WS-TASK-IDX)        TO WS-RPT-LINE (46:10)
496150     MOVE WS-TASK-AGE-ED              TO WS-RPT-LINE (57:5)
496160     IF WS-TASK-OVERDUE
496170         MOVE "*" TO WS-RPT-LINE (63:1)
496180     END-IF
496190     MOVE RT-QUESTION (WS-TASK-IDX) (1:60)
496200         TO WS-RPT-LINE (65:60)
496210     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
496220 4720-EXIT.
496230     EXIT.
496240
496250 4730-AGING-SUBTOTAL.
496260     MOVE SPACES TO WS-RPT-LINE
496270     STRING "  " DELIMITED BY SIZE
496280             WS-TASK-LAST-RESEARCHER DELIMITED BY "  "
496290             ": " DELIMITED BY SIZE
496300             WS-TASK-GRP-OPEN DELIMITED BY SIZE
496310             " open, " DELIMITED BY SIZE
496320             WS-TASK-GRP-OVERDUE DELIMITED BY SIZE
496330             " overdue (*); 0-30 days " DELIMITED BY SIZE
496340             WS-TASK-GRP-BUCKET (1) DELIMITED BY SIZE
496350             ", 31-90 " DELIMITED BY SIZE
496360             WS-TASK-GRP-BUCKET (2) DELIMITED BY SIZE
496370             ", 91-180 " DELIMITED BY SIZE
496380             WS-TASK-GRP-BUCKET (3) DELIMITED BY SIZE
496390             ", over 180 " DELIMITED BY SIZE
496400             WS-TASK-GRP-BUCKET (4) DELIMITED BY SIZE
496410         INTO WS-RPT-LINE
496420     END-STRING
496430     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
496440     MOVE SPACES TO WS-RPT-LINE
496450     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
496460     INITIALIZE WS-TASK-GRP-COUNTS
496470 4730-EXIT.
496480     EXIT.
496490
496500*----------------------------------------------------------
496510* 7450-PURGE-TASKS DELETES EVERY RESEARCH TASK KEYED TO THE
496520* PERSON IN WS-DELETE-ID, THE WAY 7400 PURGES THE PERSON'S
496530* NOTES; TASKS ON THE PERSON'S MARRIAGES ARE PURGED BY 7160
496540* AS 7100 REMOVES EACH MARRIAGE.
496550*----------------------------------------------------------
496560 7450-PURGE-TASKS.
496570     MOVE ZERO TO WS-DEL-TASK-COUNT
496580     IF TASK-SIZE = ZERO
496590         GO TO 7450-EXIT
496600     END-IF
496610     OPEN I-O TASKFILE
496620     IF NOT WS-TASK-OK
496630         DISPLAY "Unable to open task file, status "
496640             WS-TASK-STATUS
496645         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
496650         GO TO 7450-EXIT
496660     END-IF
496670     PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
496680             UNTIL WS-TASK-IDX > TASK-SIZE
496690         IF RT-REC-TYPE (WS-TASK-IDX) = "P"
496700                 AND RT-REC-ID (WS-TASK-IDX) = WS-DELETE-ID
496710             MOVE RT-ID (WS-TASK-IDX) TO TK-ID
496720             DELETE TASKFILE RECORD
496730                 INVALID KEY
496740                     CONTINUE
496750                 NOT INVALID KEY
496760                     ADD 1 TO WS-DEL-TASK-COUNT
496770             END-DELETE
496780         END-IF
496790     END-PERFORM
496800     CLOSE TASKFILE
496810 7450-EXIT.
496820     EXIT.
496830
496840*----------------------------------------------------------
496850* 7160-PURGE-MARR-TASKS DELETES EVERY RESEARCH TASK KEYED
496860* ('M') TO THE MARRIAGE IN MR-ID, CALLED BY 7100 ALONGSIDE
496870* 7150 FOR EACH MARRIAGE IT REMOVES.
496880*----------------------------------------------------------
496890 7160-PURGE-MARR-TASKS.
496900     IF TASK-SIZE = ZERO
496910         GO TO 7160-EXIT
496920     END-IF
496930     OPEN I-O TASKFILE
496940     IF NOT WS-TASK-OK
496950         DISPLAY "Unable to open task file, status "
496960             WS-TASK-STATUS
496965         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
496970         GO TO 7160-EXIT
496980     END-IF
496990     PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
497000             UNTIL WS-TASK-IDX > TASK-SIZE
497010         IF RT-REC-TYPE (WS-TASK-IDX) = "M"
497020                 AND RT-REC-ID (WS-TASK-IDX) = MR-ID
497030             MOVE RT-ID (WS-TASK-IDX) TO TK-ID
497040             DELETE TASKFILE RECORD
497050                 INVALID KEY
497060                     CONTINUE
497070                 NOT INVALID KEY
497080                     ADD 1 TO WS-DEL-MTASK-COUNT
497090             END-DELETE
497100         END-IF
497110     END-PERFORM
497120     CLOSE TASKFILE
497130 7160-EXIT.
497140     EXIT.
497150
497160*----------------------------------------------------------
497170* 7597-REPOINT-TASKS REWRITES EVERY PERSON-KEYED TASK ON THE
497180* DUPLICATE SO THE OPEN RESEARCH FOLLOWS THE PERSON ONTO THE
497190* SURVIVING RECORD, THE WAY 7596 CARRIES NOTES.
497200*----------------------------------------------------------
497210 7597-REPOINT-TASKS.
497220     IF TASK-SIZE = ZERO
497230         GO TO 7597-EXIT
497240     END-IF
497250     OPEN I-O TASKFILE
497260     IF NOT WS-TASK-OK
497270         DISPLAY "Unable to open task file, status "
497280             WS-TASK-STATUS
497285         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
497290         GO TO 7597-EXIT
497300     END-IF
497310     PERFORM VARYING WS-TASK-IDX FROM 1 BY 1
497320             UNTIL WS-TASK-IDX > TASK-SIZE
497330         IF RT-REC-TYPE (WS-TASK-IDX) = "P"
497340                 AND RT-REC-ID (WS-TASK-IDX) = WS-MERGE-DUP-ID
497350             MOVE RT-ID (WS-TASK-IDX) TO TK-ID
497360             READ TASKFILE RECORD
497370                 NOT INVALID KEY
497380                     MOVE WS-MERGE-SURV-ID TO TK-REC-ID
497390                     REWRITE TASK-RECORD
497400                     ADD 1 TO WS-MERGE-COUNT
497410             END-READ
497420         END-IF
497430     END-PERFORM
497440     CLOSE TASKFILE
497450 7597-EXIT.
497460     EXIT.
497470
497480*----------------------------------------------------------
497490* 9330-DATE-TO-DAYS TURNS A VALID YYYY-MM-DD DATE IN
497500* WS-DN-DATE INTO A SERIAL DAY NUMBER IN WS-DN-DAYS (DAYS
497510* SINCE 1 MARCH OF YEAR 0, COUNTING LEAP YEARS PROPERLY), SO
497520* TWO DATES ARE SUBTRACTED TO GET THE DAYS BETWEEN THEM.
497530* 9335-DAYS-TO-DATE IS THE REVERSE. THE YEAR IS COUNTED FROM
497540* MARCH SO THE LEAP DAY FALLS AT THE END OF IT; EVERY
497550* DIVISION IS A SEPARATE DIVIDE SO NOTHING IS ROUNDED.
497560*----------------------------------------------------------
497570 9330-DATE-TO-DAYS.
497580     MOVE ZERO TO WS-DN-DAYS
497590     IF WS-DN-YYYY = ZERO
497600         GO TO 9330-EXIT
497610     END-IF
497620     MOVE WS-DN-YYYY TO WS-DN-YEAR
497630     IF WS-DN-MM > 2
497640         COMPUTE WS-DN-MP = WS-DN-MM - 3
497650     ELSE
497660         COMPUTE WS-DN-MP = WS-DN-MM + 9
497670         SUBTRACT 1 FROM WS-DN-YEAR
497680     END-IF
497690     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-ERA
497700     COMPUTE WS-DN-YOE = WS-DN-YEAR - WS-DN-ERA * 400
497710     COMPUTE WS-DN-WORK = 153 * WS-DN-MP + 2
497720     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-DOY
497730     COMPUTE WS-DN-DOY = WS-DN-DOY + WS-DN-DD - 1
497740     DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-WORK
497750     DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-WORK2
497760     COMPUTE WS-DN-DOE = WS-DN-YOE * 365 + WS-DN-WORK
497770         - WS-DN-WORK2 + WS-DN-DOY
497780     COMPUTE WS-DN-DAYS = WS-DN-ERA * 146097 + WS-DN-DOE
497790 9330-EXIT.
497800     EXIT.
497810
497820 9335-DAYS-TO-DATE.
497830     DIVIDE WS-DN-DAYS BY 146097 GIVING WS-DN-ERA
497840     COMPUTE WS-DN-DOE = WS-DN-DAYS - WS-DN-ERA * 146097
497850     DIVIDE WS-DN-DOE BY 1460 GIVING WS-DN-WORK
497860     DIVIDE WS-DN-DOE BY 36524 GIVING WS-DN-WORK2
497870     COMPUTE WS-DN-WORK = WS-DN-DOE - WS-DN-WORK + WS-DN-WORK2
497880     DIVIDE WS-DN-DOE BY 146096 GIVING WS-DN-WORK2
497890     SUBTRACT WS-DN-WORK2 FROM WS-DN-WORK
497900     DIVIDE WS-DN-WORK BY 365 GIVING WS-DN-YOE
497910     COMPUTE WS-DN-YEAR = WS-DN-YOE + WS-DN-ERA * 400
497920     DIVIDE WS-DN-YOE BY 4 GIVING WS-DN-WORK
497930     DIVIDE WS-DN-YOE BY 100 GIVING WS-DN-WORK2
497940     COMPUTE WS-DN-DOY = WS-DN-DOE
497950         - (365 * WS-DN-YOE + WS-DN-WORK - WS-DN-WORK2)
497960     COMPUTE WS-DN-WORK = 5 * WS-DN-DOY + 2
497970     DIVIDE WS-DN-WORK BY 153 GIVING WS-DN-MP
497980     COMPUTE WS-DN-WORK = 153 * WS-DN-MP + 2
497990     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK2
498000     MOVE SPACES TO WS-DN-DATE
498010     COMPUTE WS-DN-DD = WS-DN-DOY - WS-DN-WORK2 + 1
498020     IF WS-DN-MP < 10
498030         COMPUTE WS-DN-MM = WS-DN-MP + 3
498040     ELSE
498050         COMPUTE WS-DN-MM = WS-DN-MP - 9
498060     END-IF
498070     IF WS-DN-MM <= 2
498080         ADD 1 TO WS-DN-YEAR
498090     END-IF
498100     MOVE WS-DN-YEAR TO WS-DN-YYYY
498110     MOVE "-" TO WS-DN-DATE (5:1)
498120     MOVE "-" TO WS-DN-DATE (8:1)
498130 9335-EXIT.
498140     EXIT.
498150
498160*----------------------------------------------------------
498170* 0100-SIGN-ON ASKS FOR A CLERK ID AND LOOKS IT UP ON
498180* USERFILE, SETTING WS-SIGNED-ON AND THE CLERK'S NAME AND
498190* ROLE. THE MENU ALLOWS THREE TRIES, A BATCH RUN (WHICH
498200* READS THE CLERK ID AS ITS FIRST INPUT LINE) ONLY ONE. A
498210* WITHDRAWN CLERK (US-ACTIVE 'N') CANNOT SIGN ON. WHILE
498220* USERFILE HOLDS NO CLERKS AT ALL, WHOEVER SIGNS ON IS
498230* TAKEN AS SUPERVISOR SO THE FIRST CLERKS CAN BE SET UP
498240* THROUGH MENU CHOICE 38. A BATCH RUN THE CLERK'S ROLE DOES
498250* NOT ALLOW (0150) IS TREATED AS A FAILED SIGN-ON.
498260*----------------------------------------------------------
498270 0100-SIGN-ON.
498280     MOVE 'N' TO WS-SIGNON-FLAG
498290     MOVE ZERO TO WS-USER-COUNT
498300     OPEN INPUT USERFILE
498310     IF WS-USER-OK
498320         READ USERFILE NEXT RECORD
498330             AT END
498340                 CONTINUE
498350             NOT AT END
498360                 ADD 1 TO WS-USER-COUNT
498370         END-READ
498380         CLOSE USERFILE
498390     ELSE
498400         IF NOT WS-USER-NOT-FOUND
498410             DISPLAY "Unable to open user file, status "
498420                 WS-USER-STATUS
498425             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
498430             GO TO 0100-EXIT
498440         END-IF
498450     END-IF
498460     IF WS-PARM-MODE = SPACES
498470         MOVE 3 TO WS-SIGNON-MAX-TRIES
498480     ELSE
498490         MOVE 1 TO WS-SIGNON-MAX-TRIES
498500     END-IF
498510     MOVE ZERO TO WS-SIGNON-TRIES
498520     PERFORM 0110-ACCEPT-CLERK THRU 0110-EXIT
498530         UNTIL WS-SIGNED-ON
498540            OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES
498550     IF NOT WS-SIGNED-ON
498560         DISPLAY "Sign-on failed -- run ended."
498570         GO TO 0100-EXIT
498580     END-IF
498590     DISPLAY "Signed on as " WS-SIGNON-CLERK " " WS-SIGNON-NAME
498600         " (role " WS-SIGNON-ROLE ")."
498610     IF WS-PARM-MODE NOT = SPACES
498620         PERFORM 0150-CHECK-MODE-ROLE THRU 0150-EXIT
498630         IF NOT WS-ROLE-ALLOWS
498640             MOVE 'N' TO WS-SIGNON-FLAG
498650         END-IF
498660     END-IF
498670 0100-EXIT.
498680     EXIT.
498690
498700 0110-ACCEPT-CLERK.
498710     ADD 1 TO WS-SIGNON-TRIES
498720     MOVE SPACES TO WS-SIGNON-CLERK
498730     DISPLAY "Enter clerk ID:"
498740     ACCEPT WS-SIGNON-CLERK
498750     IF WS-SIGNON-CLERK = SPACES
498760         DISPLAY "A clerk ID is required."
498770         GO TO 0110-EXIT
498780     END-IF
498790     IF WS-USER-COUNT = ZERO
498800         DISPLAY "*** WARNING: NO CLERKS ON FILE -- SIGNED ON AS"
498810             " SUPERVISOR TO SET UP USERFILE ***"
498820         MOVE "FIRST-TIME SET-UP" TO WS-SIGNON-NAME
498830         MOVE "S" TO WS-SIGNON-ROLE
498840         MOVE 'Y' TO WS-SIGNON-FLAG
498850         GO TO 0110-EXIT
498860     END-IF
498870     OPEN INPUT USERFILE
498880     IF NOT WS-USER-OK
498890         DISPLAY "Unable to open user file, status "
498900             WS-USER-STATUS
498905         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
498910         GO TO 0110-EXIT
498920     END-IF
498930     MOVE WS-SIGNON-CLERK TO US-CLERK-ID
498940     READ USERFILE RECORD
498950         INVALID KEY
498960             DISPLAY "Clerk ID not on file."
498970         NOT INVALID KEY
498980             IF US-ACTIVE = "N"
498990                 DISPLAY "Clerk ID has been withdrawn."
499000             ELSE
499010                 MOVE US-NAME TO WS-SIGNON-NAME
499020                 MOVE US-ROLE TO WS-SIGNON-ROLE
499030                 IF NOT WS-ROLE-VALID
499040                     MOVE "V" TO WS-SIGNON-ROLE
499050                 END-IF
499060                 MOVE 'Y' TO WS-SIGNON-FLAG
499070             END-IF
499080     END-READ
499090     CLOSE USERFILE
499100 0110-EXIT.
499110     EXIT.
499120
499130*----------------------------------------------------------
499140* 0150-CHECK-MODE-ROLE DECIDES WHETHER THE CLERK SIGNED ON
499150* MAY RUN THE BATCH MODE IN WS-PARM-MODE. RESTORE AND
499160* ROLLFORWARD REPLACE FAMILYTREE.DAT OUTRIGHT AND NEED A
499170* SUPERVISOR, AS DOES REPORT ACTIVITY, THE SAME CLERK
499173* ACTIVITY REPORT MENU CHOICE 39 KEEPS TO SUPERVISORS; THE
499176* MODES THAT ADD RECORDS NEED AT LEAST DATA ENTRY; BACKUP AND
499180* THE OTHER REPORTS ARE OPEN TO EVERY ROLE.
499190*----------------------------------------------------------
499200 0150-CHECK-MODE-ROLE.
499210     MOVE 'Y' TO WS-ROLE-OK-FLAG
499220     EVALUATE WS-PARM-MODE
499230         WHEN "RESTORE"
499240         WHEN "ROLLFORWARD"
499250             IF NOT WS-ROLE-SUPERVISOR
499260                 MOVE 'N' TO WS-ROLE-OK-FLAG
499270             END-IF
499271         WHEN "REPORT"
499272             IF WS-PARM-ARG1 = "ACTIVITY"
499273                     AND NOT WS-ROLE-SUPERVISOR
499274                 MOVE 'N' TO WS-ROLE-OK-FLAG
499275             END-IF
499280         WHEN "BULKLOAD"
499290         WHEN "GEDIMPORT"
499300         WHEN "TASKSEED"
499310             IF WS-ROLE-VIEW-ONLY
499320                 MOVE 'N' TO WS-ROLE-OK-FLAG
499330             END-IF
499340     END-EVALUATE
499350     IF NOT WS-ROLE-ALLOWS
499360         DISPLAY "Clerk " WS-SIGNON-CLERK " (role " WS-SIGNON-ROLE
499370             ") may not run " WS-PARM-MODE
499380     END-IF
499390 0150-EXIT.
499400     EXIT.
499410
499420*----------------------------------------------------------
499430* 0200-CHECK-MENU-ROLE DECIDES WHETHER THE CLERK SIGNED ON
499440* MAY TAKE MENU CHOICE WS-MENU-OPTION. DELETE (8), MERGE
499450* (23), PLACE STANDARDIZATION (32), CLERK MAINTENANCE (38)
499460* AND THE ACTIVITY REPORT (39, LIKE BATCH REPORT ACTIVITY IN
499465* 0150) NEED A SUPERVISOR; EVERY CHOICE THAT ADDS OR CHANGES
499470* A RECORD NEEDS AT LEAST DATA ENTRY; THE VIEWS, THE OTHER
499480* REPORTS AND THE EXPORTS ARE OPEN TO ALL.
499490*----------------------------------------------------------
499500 0200-CHECK-MENU-ROLE.
499510     MOVE 'Y' TO WS-ROLE-OK-FLAG
499520     EVALUATE WS-MENU-OPTION
499530         WHEN 8
499540         WHEN 23
499550         WHEN 32
499560         WHEN 38
499570         WHEN 39
499580             IF NOT WS-ROLE-SUPERVISOR
499590                 MOVE 'N' TO WS-ROLE-OK-FLAG
499600                 DISPLAY "Option " WS-MENU-OPTION
499610                     " needs a supervisor sign-on."
499620             END-IF
499630         WHEN 1
499640         WHEN 3
499650         WHEN 14
499660         WHEN 15
499670         WHEN 17
499680         WHEN 18
499690         WHEN 20
499700         WHEN 25
499710         WHEN 26
499720         WHEN 28
499730         WHEN 30
499740         WHEN 34
499750         WHEN 35
499760         WHEN 36
499763         WHEN 40
499766         WHEN 42
499767         WHEN 44
499768         WHEN 45
499770             IF WS-ROLE-VIEW-ONLY
499780                 MOVE 'N' TO WS-ROLE-OK-FLAG
499790                 DISPLAY "Option " WS-MENU-OPTION
499800                     " is not open to a view-only clerk."
499810             END-IF
499820     END-EVALUATE
499830 0200-EXIT.
499840     EXIT.
499850
499860*----------------------------------------------------------
499870* 0300-MAINTAIN-CLERK (MENU CHOICE 38, SUPERVISOR ONLY) ADDS
499880* A CLERK TO USERFILE OR CHANGES ONE ALREADY THERE -- NAME,
499890* ROLE AND WHETHER THE CLERK MAY STILL SIGN ON. CLERKS ARE
499900* WITHDRAWN RATHER THAN DELETED SO THEIR IDS ON THE AUDIT
499910* LOG AND JOURNALS STILL MEAN SOMETHING. A SUPERVISOR
499920* CANNOT WITHDRAW OR DOWNGRADE THEIR OWN SIGN-ON.
499930*----------------------------------------------------------
499940 0300-MAINTAIN-CLERK.
499950     DISPLAY "Enter clerk ID to add or change:"
499960     MOVE SPACES TO WS-USER-IN-ID
499970     ACCEPT WS-USER-IN-ID
499980     IF WS-USER-IN-ID = SPACES
499990         GO TO 0300-EXIT
500000     END-IF
500010     OPEN I-O USERFILE
500020     IF NOT WS-USER-OK
500030         OPEN OUTPUT USERFILE
500040         CLOSE USERFILE
500050         OPEN I-O USERFILE
500060     END-IF
500070     IF NOT WS-USER-OK
500080         DISPLAY "Unable to open user file, status "
500090             WS-USER-STATUS
500095         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
500100         GO TO 0300-EXIT
500110     END-IF
500120     MOVE 'N' TO WS-FOUND-FLAG
500130     MOVE WS-USER-IN-ID TO US-CLERK-ID
500140     READ USERFILE RECORD
500150         INVALID KEY
500160             MOVE SPACES TO USER-RECORD
500170             MOVE WS-USER-IN-ID TO US-CLERK-ID
500180             MOVE "Y" TO US-ACTIVE
500190             MOVE WS-TASK-TODAY TO US-ADDED
500200             DISPLAY "New clerk " WS-USER-IN-ID "."
500210         NOT INVALID KEY
500220             MOVE 'Y' TO WS-FOUND-FLAG
500230             DISPLAY "Clerk " US-CLERK-ID " " US-NAME
500240             DISPLAY "  Role " US-ROLE ", active " US-ACTIVE
500250                 ", added " US-ADDED
500260     END-READ
500270     DISPLAY "Enter clerk name (blank to keep current):"
500280     MOVE SPACES TO WS-USER-IN-NAME
500290     ACCEPT WS-USER-IN-NAME
500300     IF WS-USER-IN-NAME NOT = SPACES
500310         MOVE WS-USER-IN-NAME TO US-NAME
500320     END-IF
500330     DISPLAY "Enter role V (view only), E (data entry) or"
500340         " S (supervisor), blank to keep current:"
500350     MOVE SPACE TO WS-USER-IN-ROLE
500360     ACCEPT WS-USER-IN-ROLE
500370     IF WS-USER-IN-ROLE NOT = SPACE
500380         IF WS-USER-IN-ROLE NOT = "V"
500390                 AND WS-USER-IN-ROLE NOT = "E"
500400                 AND WS-USER-IN-ROLE NOT = "S"
500410             DISPLAY "Role must be V, E or S -- nothing changed."
500420             CLOSE USERFILE
500430             GO TO 0300-EXIT
500440         END-IF
500450         MOVE WS-USER-IN-ROLE TO US-ROLE
500460     END-IF
500470     DISPLAY "May this clerk sign on (Y/N, blank to keep"
500480         " current):"
500490     MOVE SPACE TO WS-USER-IN-ACTIVE
500500     ACCEPT WS-USER-IN-ACTIVE
500510     IF WS-USER-IN-ACTIVE = "Y" OR WS-USER-IN-ACTIVE = "N"
500520         MOVE WS-USER-IN-ACTIVE TO US-ACTIVE
500530     END-IF
500540     IF US-NAME = SPACES OR US-ROLE = SPACE
500550         DISPLAY "A clerk needs a name and a role -- nothing"
500560             " changed."
500570         CLOSE USERFILE
500580         GO TO 0300-EXIT
500590     END-IF
500600     IF US-CLERK-ID = WS-SIGNON-CLERK
500610             AND (US-ROLE NOT = "S" OR US-ACTIVE = "N")
500620         DISPLAY "You cannot withdraw or downgrade your own"
500630             " sign-on -- nothing changed."
500640         CLOSE USERFILE
500650         GO TO 0300-EXIT
500660     END-IF
500670     IF WS-ID-FOUND
500680         REWRITE USER-RECORD
500690     ELSE
500700         WRITE USER-RECORD
500710     END-IF
500720     IF WS-USER-OK
500730         IF WS-ID-FOUND
500740             DISPLAY "Clerk " US-CLERK-ID " updated."
500750         ELSE
500760             DISPLAY "Clerk " US-CLERK-ID " added."
500770             ADD 1 TO WS-USER-COUNT
500780         END-IF
500790     ELSE
500800         DISPLAY "Unable to save clerk, file status "
500810             WS-USER-STATUS
500820     END-IF
500830     CLOSE USERFILE
500840 0300-EXIT.
500850     EXIT.
500860
500870*----------------------------------------------------------
500880* 9950-ACTIVITY-REPORT (MENU CHOICE 39, OR BATCH REPORT NAME
500890* 'ACTIVITY' WITH AN OPTIONAL YYYYMMDD) READS ONE DAY'S
500900* JOURNAL-YYYYMMDD.DAT -- TODAY'S UNLESS ANOTHER DATE IS
500910* GIVEN -- AND LISTS, FOR EACH CLERK ID STAMPED ON IT, THE
500920* ADDS (W), EDITS (R), DELETES AND MERGES. THE REWRITES A
500930* DELETE OR MERGE MAKES TO OTHER RECORDS CARRY JE-OPER 'D'
500940* OR 'M' AND ARE NOT COUNTED AS EDITS; THE PERSON RECORD
500950* REMOVED COUNTS ONCE AS THE DELETE OR MERGE ITSELF. LINES
500960* JOURNALED BEFORE SIGN-ON CAME IN SHOW AS CLERK UNKNOWN.
500970*----------------------------------------------------------
500980 9950-ACTIVITY-REPORT.
500990     IF NOT WS-RPT-MODE
501000         MOVE SPACES TO WS-ACT-DATE
501010         DISPLAY "Enter activity date (YYYYMMDD, blank for"
501020             " today):"
501030         ACCEPT WS-ACT-DATE
501040     END-IF
501050     IF WS-ACT-DATE = SPACES
501060         ACCEPT WS-ACT-DATE FROM DATE YYYYMMDD
501070     END-IF
501080     IF WS-ACT-DATE NOT NUMERIC
501090         MOVE "Activity date must be given as YYYYMMDD."
501100             TO WS-RPT-LINE
501110         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
501120         GO TO 9950-EXIT
501130     END-IF
501140     MOVE SPACES TO WS-ACT-DATE-FMT
501150     STRING WS-ACT-DATE (1:4) DELIMITED BY SIZE
501160             "-" DELIMITED BY SIZE
501170             WS-ACT-DATE (5:2) DELIMITED BY SIZE
501180             "-" DELIMITED BY SIZE
501190             WS-ACT-DATE (7:2) DELIMITED BY SIZE
501200         INTO WS-ACT-DATE-FMT
501210     END-STRING
501220     MOVE SPACES TO WS-JRN-NAME
501230     STRING "journal-" DELIMITED BY SIZE
501240             WS-ACT-DATE DELIMITED BY SIZE
501250             ".dat" DELIMITED BY SIZE
501260         INTO WS-JRN-NAME
501270     END-STRING
501280     MOVE SPACES TO WS-RPT-LINE
501290     STRING "Clerk activity for " DELIMITED BY SIZE
501300             WS-ACT-DATE-FMT DELIMITED BY SIZE
501310             " from " DELIMITED BY SIZE
501320             WS-JRN-NAME DELIMITED BY SPACE
501330         INTO WS-RPT-LINE
501340     END-STRING
501350     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
501360     MOVE ZERO TO ACT-COUNT
501370     MOVE ZERO TO WS-ACT-ENTRIES
501380     MOVE ZERO TO WS-ACT-OVERFLOW
501390     INITIALIZE WS-ACT-TOTALS
501400     OPEN INPUT JRNFILE
501410     IF NOT WS-JRN-OK
501420         MOVE "No journal for that date -- no updates recorded."
501430             TO WS-RPT-LINE
501440         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
501450         GO TO 9950-EXIT
501460     END-IF
501470     MOVE 'N' TO EOF-JRNFILE
501480     PERFORM UNTIL END-OF-JRNFILE
501490         READ JRNFILE INTO JOURNAL-ENTRY
501500             AT END
501510                 MOVE 'Y' TO EOF-JRNFILE
501520             NOT AT END
501530                 PERFORM 9955-ACT-TALLY-ENTRY THRU 9955-EXIT
501540         END-READ
501550     END-PERFORM
501560     CLOSE JRNFILE
501570     MOVE SPACES TO WS-RPT-LINE
501580     MOVE "CLERK"   TO WS-RPT-LINE (1:5)
501590     MOVE "NAME"    TO WS-RPT-LINE (11:4)
501600     MOVE "ADDS"    TO WS-RPT-LINE (43:4)
501610     MOVE "EDITS"   TO WS-RPT-LINE (51:5)
501620     MOVE "DELETES" TO WS-RPT-LINE (59:7)
501630     MOVE "MERGES"  TO WS-RPT-LINE (69:6)
501640     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
501650     PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
501660             UNTIL WS-ACT-IDX > ACT-COUNT
501670         MOVE AC-CLERK (WS-ACT-IDX) TO WS-ACT-LINE-CLERK
501680         MOVE AC-COUNTS (WS-ACT-IDX) TO WS-ACT-LINE-COUNTS
501690         MOVE SPACES TO WS-ACT-LINE-NAME
501700         IF WS-ACT-LINE-CLERK = SPACES
501710             MOVE "UNKNOWN" TO WS-ACT-LINE-CLERK
501720             MOVE "(JOURNALED BEFORE SIGN-ON)" TO WS-ACT-LINE-NAME
501730         ELSE
501740             PERFORM 9957-ACT-CLERK-NAME THRU 9957-EXIT
501750         END-IF
501760         PERFORM 9958-ACT-PRINT-LINE THRU 9958-EXIT
501770         ADD AC-ADDS (WS-ACT-IDX)    TO WS-ACT-TOT-ADDS
501780         ADD AC-EDITS (WS-ACT-IDX)   TO WS-ACT-TOT-EDITS
501790         ADD AC-DELETES (WS-ACT-IDX) TO WS-ACT-TOT-DELETES
501800         ADD AC-MERGES (WS-ACT-IDX)  TO WS-ACT-TOT-MERGES
501810     END-PERFORM
501820     IF ACT-COUNT = ZERO
501830         MOVE "No updates journaled on that date." TO WS-RPT-LINE
501840         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
501850     END-IF
501860     MOVE "ALL" TO WS-ACT-LINE-CLERK
501870     MOVE "ALL CLERKS" TO WS-ACT-LINE-NAME
501880     MOVE WS-ACT-TOTALS TO WS-ACT-LINE-COUNTS
501890     PERFORM 9958-ACT-PRINT-LINE THRU 9958-EXIT
501900     IF WS-ACT-OVERFLOW > ZERO
501910         MOVE SPACES TO WS-RPT-LINE
501920         STRING "*** WARNING: " DELIMITED BY SIZE
501930                 WS-ACT-OVERFLOW DELIMITED BY SIZE
501940                 " JOURNAL LINE(S) FOR CLERKS BEYOND THE TABLE"
501950                     DELIMITED BY SIZE
501960                 " LIMIT NOT COUNTED ***" DELIMITED BY SIZE
501970             INTO WS-RPT-LINE
501980         END-STRING
501990         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
502000     END-IF
502010 9950-EXIT.
502020     EXIT.
502030
502040*----------------------------------------------------------
502050* 9955-ACT-TALLY-ENTRY FINDS (OR FILES, IN CLERK ID ORDER)
502060* THE ACT-TABLE ENTRY FOR THE CLERK ON THE JOURNAL-ENTRY
502070* JUST READ AND COUNTS THE ENTRY AGAINST IT.
502080*----------------------------------------------------------
502090 9955-ACT-TALLY-ENTRY.
502100     ADD 1 TO WS-ACT-ENTRIES
502110     MOVE ZERO TO WS-ACT-IDX
502120     MOVE ZERO TO WS-ACT-INS-POS
502130     PERFORM VARYING WS-ACT-IDX2 FROM 1 BY 1
502140             UNTIL WS-ACT-IDX2 > ACT-COUNT
502150         IF AC-CLERK (WS-ACT-IDX2) = JE-CLERK
502160             MOVE WS-ACT-IDX2 TO WS-ACT-IDX
502170         END-IF
502180         IF AC-CLERK (WS-ACT-IDX2) > JE-CLERK
502190                 AND WS-ACT-INS-POS = ZERO
502200             MOVE WS-ACT-IDX2 TO WS-ACT-INS-POS
502210         END-IF
502220     END-PERFORM
502230     IF WS-ACT-IDX = ZERO
502240         IF ACT-COUNT >= MAX-ACT-CLERK
502250             ADD 1 TO WS-ACT-OVERFLOW
502260             GO TO 9955-EXIT
502270         END-IF
502280         IF WS-ACT-INS-POS = ZERO
502290             COMPUTE WS-ACT-INS-POS = ACT-COUNT + 1
502300         END-IF
502310         PERFORM VARYING WS-ACT-IDX2 FROM ACT-COUNT BY -1
502320                 UNTIL WS-ACT-IDX2 < WS-ACT-INS-POS
502330             MOVE ACT-ENTRY (WS-ACT-IDX2)
502340                 TO ACT-ENTRY (WS-ACT-IDX2 + 1)
502350         END-PERFORM
502360         MOVE JE-CLERK TO AC-CLERK (WS-ACT-INS-POS)
502370         INITIALIZE AC-COUNTS (WS-ACT-INS-POS)
502380         ADD 1 TO ACT-COUNT
502390         MOVE WS-ACT-INS-POS TO WS-ACT-IDX
502400     END-IF
502410     EVALUATE TRUE
502420         WHEN JE-ACTION = "W"
502430             ADD 1 TO AC-ADDS (WS-ACT-IDX)
502440         WHEN JE-ACTION = "R" AND JE-OPER = SPACE
502450             ADD 1 TO AC-EDITS (WS-ACT-IDX)
502460         WHEN JE-ACTION = "D" AND JE-FILE = "TREE"
502470                 AND JE-OPER = "M"
502480             ADD 1 TO AC-MERGES (WS-ACT-IDX)
502490         WHEN JE-ACTION = "D" AND JE-FILE = "TREE"
502500             ADD 1 TO AC-DELETES (WS-ACT-IDX)
502510         WHEN JE-ACTION = "D" AND JE-OPER = SPACE
502520             ADD 1 TO AC-DELETES (WS-ACT-IDX)
502530         WHEN OTHER
502540             CONTINUE
502550     END-EVALUATE
502560 9955-EXIT.
502570     EXIT.
502580
502590 9957-ACT-CLERK-NAME.
502600     OPEN INPUT USERFILE
502610     IF NOT WS-USER-OK
502620         GO TO 9957-EXIT
502630     END-IF
502640     MOVE WS-ACT-LINE-CLERK TO US-CLERK-ID
502650     READ USERFILE RECORD
502660         INVALID KEY
502670             MOVE "(NOT ON USER FILE)" TO WS-ACT-LINE-NAME
502680         NOT INVALID KEY
502690             MOVE US-NAME TO WS-ACT-LINE-NAME
502700     END-READ
502710     CLOSE USERFILE
502720 9957-EXIT.
502730     EXIT.
502740
502750 9958-ACT-PRINT-LINE.
502760     MOVE SPACES TO WS-RPT-LINE
502770     MOVE WS-ACT-LINE-CLERK TO WS-RPT-LINE (1:8)
502780     MOVE WS-ACT-LINE-NAME TO WS-RPT-LINE (11:30)
502790     MOVE WS-ACT-LINE-ADDS TO WS-ACT-NUM-ED
502800     MOVE WS-ACT-NUM-ED TO WS-RPT-LINE (42:5)
502810     MOVE WS-ACT-LINE-EDITS TO WS-ACT-NUM-ED
502820     MOVE WS-ACT-NUM-ED TO WS-RPT-LINE (51:5)
502830     MOVE WS-ACT-LINE-DELETES TO WS-ACT-NUM-ED
502840     MOVE WS-ACT-NUM-ED TO WS-RPT-LINE (61:5)
502850     MOVE WS-ACT-LINE-MERGES TO WS-ACT-NUM-ED
502860     MOVE WS-ACT-NUM-ED TO WS-RPT-LINE (70:5)
502870     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
502880 9958-EXIT.
502890     EXIT.
502900
502910*----------------------------------------------------------
502920* 2640-WRITE-CHECKPOINT REWRITES THE CHECKPOINT FILE FOR THE
502930* RUNNING BULKLOAD OR GEDIMPORT: ONE HEADER LINE (MODE, RUN
502940* STATUS, DATE, TIME, CLERK, PHASE, INPUT POSITION, FIRST ID
502950* AND NEXT ID OF THE RUN, RUNNING TOTALS) AND, FOR GEDIMPORT,
502960* ONE LINE PER GI-TABLE ENTRY WITH THE ID IT WAS GIVEN. A
502970* CHECKPOINT THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT DOES
502980* NOT STOP THE LOAD.
502990*----------------------------------------------------------
503000 2640-WRITE-CHECKPOINT.
503010     MOVE SPACES TO CKP-HEADER
503020     MOVE "H" TO CH-REC-TYPE
503030     MOVE WS-PARM-MODE TO CH-MODE
503040     MOVE WS-CKP-RUN-STATUS TO CH-STATUS
503050     ACCEPT CH-DATE FROM DATE YYYYMMDD
503060     ACCEPT CH-TIME FROM TIME
503070     MOVE WS-SIGNON-CLERK TO CH-CLERK
503080     MOVE WS-CKP-PHASE TO CH-PHASE
503090     MOVE WS-CKP-POSITION TO CH-POSITION
503100     MOVE WS-CKP-FIRST-ID TO CH-FIRST-ID
503110     MOVE WS-ID-COUNTER TO CH-NEXT-ID
503120     MOVE ZERO TO CH-XREF-COUNT
503130     PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
503140             UNTIL WS-CKP-IDX > 6
503150         MOVE ZERO TO CH-COUNT (WS-CKP-IDX)
503160     END-PERFORM
503170     IF WS-PARM-MODE = "BULKLOAD"
503180         MOVE WS-BULK-COUNT TO CH-COUNT (1)
503190         MOVE WS-BULK-REJ-COUNT TO CH-COUNT (2)
503200     ELSE
503210         MOVE WS-GI-COUNT TO CH-XREF-COUNT
503220         MOVE WS-GI-LINK-COUNT TO CH-COUNT (1)
503230         MOVE WS-GI-EVT-TOTAL TO CH-COUNT (2)
503240         MOVE WS-GIM-FILL-COUNT TO CH-COUNT (3)
503250         MOVE WS-GIM-DUP-EVT-COUNT TO CH-COUNT (4)
503260     END-IF
503270     OPEN OUTPUT CKPFILE
503280     IF NOT WS-CKP-OK
503290         DISPLAY "*** WARNING: CHECKPOINT " WS-CKP-NAME
503300             " NOT WRITTEN, FILE STATUS " WS-CKP-STATUS " ***"
503305         MOVE 'Y' TO WS-RUN-WARN-FLAG
503310         GO TO 2640-EXIT
503320     END-IF
503330     WRITE CKP-RECORD FROM CKP-HEADER
503340     PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
503350             UNTIL WS-CKP-IDX > CH-XREF-COUNT
503360         MOVE SPACES TO CKP-XREF
503370         MOVE "X" TO CX-REC-TYPE
503380         MOVE GI-XREF (WS-CKP-IDX) TO CX-XREF
503390         MOVE GI-NEW-ID (WS-CKP-IDX) TO CX-NEW-ID
503400         MOVE GI-MATCH-ID (WS-CKP-IDX) TO CX-MATCH-ID
503410         WRITE CKP-RECORD FROM CKP-XREF
503420     END-PERFORM
503430     CLOSE CKPFILE
503440     MOVE ZERO TO WS-CKP-SINCE
503450     ADD 1 TO WS-CKP-WRITE-COUNT
503460 2640-EXIT.
503470     EXIT.
503480
503490*----------------------------------------------------------
503500* 2645-CKP-TICK IS PERFORMED ONCE PER INPUT RECORD (BULK
503510* LINE, INDI OR FAM) AND TAKES A CHECKPOINT EVERY
503520* WS-CKP-INTERVAL RECORDS. A CHECK-ONLY BULKLOAD WRITES
503530* NOTHING AND SO TAKES NO CHECKPOINTS.
503540*----------------------------------------------------------
503550 2645-CKP-TICK.
503560     IF WS-BULK-CHECK-ONLY
503570         GO TO 2645-EXIT
503580     END-IF
503590     ADD 1 TO WS-CKP-SINCE
503600     IF WS-CKP-SINCE NOT < WS-CKP-INTERVAL
503610         PERFORM 2640-WRITE-CHECKPOINT THRU 2640-EXIT
503620     END-IF
503630 2645-EXIT.
503640     EXIT.
503650
503660*----------------------------------------------------------
503670* 2650-READ-CHECKPOINT PICKS UP THE CHECKPOINT LEFT BY A
503680* FAILED RUN OF THE SAME MODE. THE RESTART IS REFUSED WHEN
503690* THERE IS NO CHECKPOINT, WHEN IT BELONGS TO THE OTHER MODE,
503700* WHEN THAT RUN FINISHED NORMALLY, OR (GEDIMPORT) WHEN
503710* IMPORT.GED NO LONGER PARSES TO THE SAME XREFS. OTHERWISE
503720* THE RESUME POSITION, THE RUNNING TOTALS AND THE ID FLOOR
503730* FOR 2660-CKP-FIND-REPLAYED ARE RESTORED AND WS-CKP-VALID
503740* IS SET.
503750*----------------------------------------------------------
503760 2650-READ-CHECKPOINT.
503770     MOVE 'N' TO WS-CKP-VALID-FLAG
503780     OPEN INPUT CKPFILE
503790     IF NOT WS-CKP-OK
503800         DISPLAY "No checkpoint file " WS-CKP-NAME
503810             " -- nothing to restart."
503820         GO TO 2650-EXIT
503830     END-IF
503840     MOVE SPACES TO CKP-HEADER
503850     READ CKPFILE INTO CKP-HEADER
503860         AT END
503870             MOVE SPACES TO CKP-HEADER
503880     END-READ
503890     IF CH-REC-TYPE NOT = "H" OR CH-MODE NOT = WS-PARM-MODE
503900         DISPLAY "Checkpoint file " WS-CKP-NAME " is not a "
503910             WS-PARM-MODE " checkpoint -- restart refused."
503920         CLOSE CKPFILE
503930         GO TO 2650-EXIT
503940     END-IF
503950     IF CH-RUN-COMPLETE
503960         DISPLAY "The run checkpointed on " CH-DATE
503970             " finished normally -- nothing to restart."
503980         CLOSE CKPFILE
503990         GO TO 2650-EXIT
504000     END-IF
504010     IF WS-PARM-MODE = "BULKLOAD"
504020         MOVE 'Y' TO WS-CKP-VALID-FLAG
504030         MOVE CH-COUNT (1) TO WS-BULK-COUNT
504040         MOVE CH-COUNT (2) TO WS-BULK-REJ-COUNT
504050     ELSE
504060         PERFORM 2652-RESTORE-IMPORT-XREFS THRU 2652-EXIT
504070     END-IF
504080     CLOSE CKPFILE
504090     IF NOT WS-CKP-VALID
504100         GO TO 2650-EXIT
504110     END-IF
504120     MOVE CH-POSITION TO WS-CKP-RESUME-POS
504130     MOVE CH-FIRST-ID TO WS-CKP-FIRST-ID
504140     MOVE CH-PHASE TO WS-CKP-PHASE
504150     MOVE ZERO TO WS-CKP-FLOOR-ID
504160     IF CH-NEXT-ID > ZERO
504170         COMPUTE WS-CKP-FLOOR-ID = CH-NEXT-ID - 1
504180     END-IF
504190     MOVE 'Y' TO WS-CKP-REPLAY-FLAG
504200     DISPLAY "Restarting " WS-PARM-MODE " from the checkpoint of "
504210         CH-DATE " " CH-TIME (1:6) " by " CH-CLERK
504220     DISPLAY "  Input position " CH-POSITION " (phase "
504230         CH-PHASE "), IDs from " CH-FIRST-ID
504240         " below " CH-NEXT-ID " already issued."
504250 2650-EXIT.
504260     EXIT.
504270
504280*----------------------------------------------------------
504290* 2652-RESTORE-IMPORT-XREFS READS THE CKP-XREF LINES BACK
504300* INTO GI-TABLE. EACH LINE MUST CARRY THE XREF THE FRESH
504310* PARSE OF IMPORT.GED PUT AT THAT POSITION, SO AN EDITED
504320* FILE CANNOT BE RESUMED AGAINST THE OLD CHECKPOINT. THE
504330* MATCH/NEW TOTALS ARE RECOUNTED FROM THE RESTORED MATCHES
504340* AND THE START POINTS OF 2720 AND 2730 ARE SET FROM THE
504350* CHECKPOINT PHASE: P = STILL WRITING PERSONS, F = PERSONS
504360* ALL WRITTEN, LINKING FAMILIES.
504370*----------------------------------------------------------
504380 2652-RESTORE-IMPORT-XREFS.
504390     IF CH-XREF-COUNT NOT = WS-GI-COUNT
504400         DISPLAY "import.ged no longer matches checkpoint "
504410             WS-CKP-NAME " -- restart refused."
504420         GO TO 2652-EXIT
504430     END-IF
504440     MOVE 'Y' TO WS-CKP-VALID-FLAG
504450     PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
504460             UNTIL WS-CKP-IDX > CH-XREF-COUNT
504470                 OR NOT WS-CKP-VALID
504480         MOVE SPACES TO CKP-XREF
504490         READ CKPFILE INTO CKP-XREF
504500             AT END
504510                 MOVE 'N' TO WS-CKP-VALID-FLAG
504520         END-READ
504530         IF CX-REC-TYPE NOT = "X"
504540                 OR CX-XREF NOT = GI-XREF (WS-CKP-IDX)
504550             MOVE 'N' TO WS-CKP-VALID-FLAG
504560         ELSE
504570             MOVE CX-NEW-ID TO GI-NEW-ID (WS-CKP-IDX)
504580             MOVE CX-MATCH-ID TO GI-MATCH-ID (WS-CKP-IDX)
504590         END-IF
504600     END-PERFORM
504610     IF NOT WS-CKP-VALID
504620         DISPLAY "import.ged no longer matches checkpoint "
504630             WS-CKP-NAME " -- restart refused."
504640         GO TO 2652-EXIT
504650     END-IF
504660     MOVE ZERO TO WS-GIM-MATCH-COUNT
504670     MOVE ZERO TO WS-GIM-NEW-COUNT
504680     PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
504690             UNTIL WS-CKP-IDX > WS-GI-COUNT
504700         IF GI-MATCH-ID (WS-CKP-IDX) NOT = ZERO
504710             ADD 1 TO WS-GIM-MATCH-COUNT
504720         ELSE
504730             ADD 1 TO WS-GIM-NEW-COUNT
504740         END-IF
504750     END-PERFORM
504760     MOVE CH-COUNT (1) TO WS-GI-LINK-COUNT
504770     MOVE CH-COUNT (2) TO WS-GI-EVT-TOTAL
504780     MOVE CH-COUNT (3) TO WS-GIM-FILL-COUNT
504790     MOVE CH-COUNT (4) TO WS-GIM-DUP-EVT-COUNT
504800     MOVE CH-POSITION TO WS-CKP-POSITION
504810     IF CH-PHASE = "F"
504820         COMPUTE WS-CKP-GI-START = WS-GI-COUNT + 1
504830         COMPUTE WS-CKP-GF-START = CH-POSITION + 1
504840     ELSE
504850         COMPUTE WS-CKP-GI-START = CH-POSITION + 1
504860         MOVE 1 TO WS-CKP-GF-START
504870     END-IF
504880 2652-EXIT.
504890     EXIT.
504900
504910*----------------------------------------------------------
504920* 2655-REOPEN-REJECTS REOPENS BULKLOAD.REJ FOR A RESTARTED
504930* BULKLOAD WITHOUT LOSING THE LINES THE FAILED RUN ALREADY
504940* REJECTED. THEY ARE COUNTED INTO WS-CKP-REJ-ON-FILE SO THAT
504950* 2600 COUNTS THOSE REJECTS WITHOUT WRITING THEM AGAIN
504960* WHEN THE LINES AFTER THE CHECKPOINT ARE REREAD.
504970*----------------------------------------------------------
504980 2655-REOPEN-REJECTS.
504990     MOVE ZERO TO WS-CKP-REJ-ON-FILE
505000     OPEN INPUT REJFILE
505010     IF WS-REJ-OK
505020         PERFORM UNTIL NOT WS-REJ-OK
505030             READ REJFILE
505040             IF WS-REJ-OK
505050                 ADD 1 TO WS-CKP-REJ-ON-FILE
505060             END-IF
505070         END-PERFORM
505080         CLOSE REJFILE
505090     END-IF
505100     IF WS-CKP-REJ-ON-FILE < WS-BULK-REJ-COUNT
505110         DISPLAY "*** WARNING: bulkload.rej HOLDS "
505120             WS-CKP-REJ-ON-FILE " LINE(S), CHECKPOINT COUNTED "
505130             WS-BULK-REJ-COUNT " ***"
505140         MOVE WS-BULK-REJ-COUNT TO WS-CKP-REJ-ON-FILE
505150     END-IF
505160     OPEN EXTEND REJFILE
505170     IF NOT WS-REJ-OK
505180         OPEN OUTPUT REJFILE
505190     END-IF
505200 2655-EXIT.
505210     EXIT.
505220
505230*----------------------------------------------------------
505240* 2660-CKP-FIND-REPLAYED IS PERFORMED JUST BEFORE A RESTARTED
505250* RUN WRITES A NEW PERSON FROM FT-RECORD. IDS ARE ISSUED IN
505260* INPUT ORDER, SO A PERSON THE FAILED RUN WROTE AFTER ITS
505270* LAST CHECKPOINT IS THE LOWEST TREE-TABLE ID ABOVE THE
505280* FLOOR. WHEN THAT PERSON HAS THE SAME NAME AND BIRTH DATE,
505290* FT-ID IS SET TO IT, WS-CKP-ALREADY-WRITTEN IS RAISED AND
505300* THE FLOOR MOVES UP; THE FIRST RECORD THAT DOES NOT MATCH
505310* ENDS THE REPLAY FOR THE REST OF THE RUN.
505320*----------------------------------------------------------
505330 2660-CKP-FIND-REPLAYED.
505340     MOVE 'N' TO WS-CKP-WRITTEN-FLAG
505350     IF NOT WS-CKP-REPLAYING
505360         GO TO 2660-EXIT
505370     END-IF
505380     MOVE ZERO TO WS-CKP-CAND-ID
505390     MOVE ZERO TO WS-CKP-CAND-NUM
505400     PERFORM VARYING TREE-IDX FROM 1 BY 1
505410             UNTIL TREE-IDX > TREE-SIZE
505420         IF TT-ID (TREE-IDX) > WS-CKP-FLOOR-ID
505430                 AND (WS-CKP-CAND-ID = ZERO
505440                     OR TT-ID (TREE-IDX) < WS-CKP-CAND-ID)
505450             MOVE TT-ID (TREE-IDX) TO WS-CKP-CAND-ID
505460             SET WS-CKP-CAND-NUM TO TREE-IDX
505470         END-IF
505480     END-PERFORM
505490     IF WS-CKP-CAND-ID = ZERO
505500         MOVE 'N' TO WS-CKP-REPLAY-FLAG
505510         GO TO 2660-EXIT
505520     END-IF
505530     SET TREE-IDX TO WS-CKP-CAND-NUM
505540     IF TT-NAME (TREE-IDX) NOT = FT-NAME
505550             OR TT-BIRTHDATE (TREE-IDX) NOT = FT-BIRTHDATE
505560         MOVE 'N' TO WS-CKP-REPLAY-FLAG
505570         GO TO 2660-EXIT
505580     END-IF
505590     MOVE WS-CKP-CAND-ID TO FT-ID
505600     MOVE WS-CKP-CAND-ID TO WS-CKP-FLOOR-ID
505610     ADD 1 TO WS-CKP-REPLAY-COUNT
505620     MOVE 'Y' TO WS-CKP-WRITTEN-FLAG
505630 2660-EXIT.
505640     EXIT.
505650
505660*----------------------------------------------------------
505670* 0050-START-RUN-CONTROL NOTES THE START OF THE RUN AND
505680* CLEARS THE COUNTERS 0500-END-RUN-CONTROL READS, SO A MODE
505690* THAT NEVER REACHES A GIVEN LOADER OR REPORT STILL FINDS
505700* THEM AT ZERO.
505710*----------------------------------------------------------
505720 0050-START-RUN-CONTROL.
505730     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
505740     ACCEPT WS-RUN-START-TIME FROM TIME
505750     MOVE ZERO TO WS-TREE-OVERFLOW WS-MARR-OVERFLOW
505760         WS-SRC-OVERFLOW WS-CIT-OVERFLOW WS-FAM-OVERFLOW
505770         WS-EVT-OVERFLOW WS-NOTE-OVERFLOW WS-PLACE-OVERFLOW
505780         WS-TASK-OVERFLOW WS-MED-OVERFLOW
505790     MOVE ZERO TO WS-BACK-READ-COUNT WS-BACK-WRITE-COUNT
505800         WS-JRN-APPLIED WS-JRN-SKIPPED WS-PRIV-REDACT-COUNT
505810         WS-RPT-DETAIL-COUNT WS-TASK-SEED-COUNT
505820         WS-TASK-SEED-SKIP
505830 0050-EXIT.
505840     EXIT.
505850
505860*----------------------------------------------------------
505870* 0500-END-RUN-CONTROL SETS THE RETURN CODE OF A BATCH RUN
505880* AND APPENDS ITS LINE TO RUNLOGFILE (RUNCTL.LOG): START AND
505890* END DATE/TIME, MODE, PARMS, CLERK, INPUT/OUTPUT/REJECT
505900* COUNTS AND RETURN CODE. THE WORST CONDITION WINS --
505910*    16  A FILE COULD NOT BE OPENED
505920*     8  COUNTS DO NOT AGREE, A TABLE OVERFLOWED, A RECORD
505930*        COULD NOT BE WRITTEN, OR THE RUN WAS REFUSED OR
505940*        STOPPED SHORT (MISSING PARM, BAD RESTART, UNKNOWN
505950*        REPORT, SIGN-ON REFUSED)
505960*     4  REJECTS, SKIPPED JOURNAL ENTRIES, REDACTIONS, BAD
505970*        DATES STORED BLANK, A MISSED CHECKPOINT OR JOURNAL
505980*     0  CLEAN
505990* THE MENU IS NOT A BATCH MODE AND ALWAYS ENDS WITH ZERO.
506000*----------------------------------------------------------
506010 0500-END-RUN-CONTROL.
506020     MOVE WS-PARM-MODE TO WS-RUN-MODE
506030     IF NOT WS-RUN-BATCH-MODE
506040         GO TO 0500-EXIT
506050     END-IF
506060     ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
506070     ACCEPT WS-RUN-END-TIME FROM TIME
506080     MOVE ZERO TO WS-RUN-IN-COUNT
506090     MOVE ZERO TO WS-RUN-OUT-COUNT
506100     MOVE ZERO TO WS-RUN-REJ-COUNT
506110     IF NOT WS-SIGNED-ON
506120         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
506130     ELSE
506140         PERFORM 0510-RUN-MODE-COUNTS THRU 0510-EXIT
506150     END-IF
506160     IF WS-TREE-OVERFLOW NOT = ZERO
506170             OR WS-MARR-OVERFLOW NOT = ZERO
506180             OR WS-SRC-OVERFLOW NOT = ZERO
506190             OR WS-CIT-OVERFLOW NOT = ZERO
506200             OR WS-FAM-OVERFLOW NOT = ZERO
506210             OR WS-EVT-OVERFLOW NOT = ZERO
506220             OR WS-NOTE-OVERFLOW NOT = ZERO
506230             OR WS-PLACE-OVERFLOW NOT = ZERO
506240             OR WS-TASK-OVERFLOW NOT = ZERO
506245             OR WS-MED-OVERFLOW NOT = ZERO
506250         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
506260     END-IF
506270     IF WS-PRIV-REDACT-COUNT NOT = ZERO
506280         MOVE 'Y' TO WS-RUN-WARN-FLAG
506290     END-IF
506300     EVALUATE TRUE
506310         WHEN WS-RUN-OPEN-FAILED
506320             MOVE 16 TO WS-RUN-RC
506330         WHEN WS-RUN-INCOMPLETE
506340             MOVE 8 TO WS-RUN-RC
506350         WHEN WS-RUN-WARNED
506360             MOVE 4 TO WS-RUN-RC
506370         WHEN OTHER
506380             MOVE ZERO TO WS-RUN-RC
506390     END-EVALUATE
506400     OPEN EXTEND RUNLOGFILE
506410     IF NOT WS-RUNLOG-OK
506420         OPEN OUTPUT RUNLOGFILE
506430     END-IF
506440     MOVE SPACES TO RUNLOG-RECORD
506450     STRING WS-RUN-START-DATE DELIMITED BY SIZE
506460             " " DELIMITED BY SIZE
506470             WS-RUN-START-TIME (1:6) DELIMITED BY SIZE
506480             " " DELIMITED BY SIZE
506490             WS-RUN-END-DATE DELIMITED BY SIZE
506500             " " DELIMITED BY SIZE
506510             WS-RUN-END-TIME (1:6) DELIMITED BY SIZE
506520             " " DELIMITED BY SIZE
506530             WS-RUN-MODE DELIMITED BY SIZE
506540             " " DELIMITED BY SIZE
506550             WS-PARM-ARG1 DELIMITED BY SIZE
506560             " " DELIMITED BY SIZE
506570             WS-PARM-ARG2 DELIMITED BY SIZE
506580             " " DELIMITED BY SIZE
506590             WS-SIGNON-CLERK DELIMITED BY SIZE
506600             " IN " DELIMITED BY SIZE
506610             WS-RUN-IN-COUNT DELIMITED BY SIZE
506620             " OUT " DELIMITED BY SIZE
506630             WS-RUN-OUT-COUNT DELIMITED BY SIZE
506640             " REJ " DELIMITED BY SIZE
506650             WS-RUN-REJ-COUNT DELIMITED BY SIZE
506660             " RC " DELIMITED BY SIZE
506670             WS-RUN-RC DELIMITED BY SIZE
506680         INTO RUNLOG-RECORD
506690     END-STRING
506700     WRITE RUNLOG-RECORD
506710     CLOSE RUNLOGFILE
506720     DISPLAY WS-RUN-MODE " run ended with return code "
506730         WS-RUN-RC "."
506740 0500-EXIT.
506750     EXIT.
506760
506770*----------------------------------------------------------
506780* 0510-RUN-MODE-COUNTS FILLS IN THE INPUT, OUTPUT AND REJECT
506790* COUNTS FOR THE MODE JUST RUN AND RAISES THE WARNING OR
506800* INCOMPLETE FLAG FOR WHAT ONLY SHOWS IN ITS OWN TOTALS.
506810*----------------------------------------------------------
506820 0510-RUN-MODE-COUNTS.
506830     EVALUATE WS-RUN-MODE
506840         WHEN "BULKLOAD"
506850             MOVE WS-CKP-POSITION TO WS-RUN-IN-COUNT
506860             IF NOT WS-BULK-CHECK-ONLY
506870                 MOVE WS-BULK-COUNT TO WS-RUN-OUT-COUNT
506880             END-IF
506890             MOVE WS-BULK-REJ-COUNT TO WS-RUN-REJ-COUNT
506900             IF WS-BULK-REJ-COUNT NOT = ZERO
506910                 MOVE 'Y' TO WS-RUN-WARN-FLAG
506920             END-IF
506930             IF WS-CKP-RESTART
506940                 IF NOT WS-CKP-VALID
506950                     MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
506960                 END-IF
506970                 IF WS-CKP-POSITION < WS-CKP-RESUME-POS
506980                     MOVE 'Y' TO WS-RUN-WARN-FLAG
506990                 END-IF
507000             END-IF
507010         WHEN "GEDIMPORT"
507020             COMPUTE WS-RUN-IN-COUNT = WS-GI-COUNT + WS-GF-COUNT
507030             IF WS-GIM-CONFIRMED
507040                 MOVE WS-GIM-NEW-COUNT TO WS-RUN-OUT-COUNT
507050             END-IF
507060             MOVE WS-GI-SKIP-COUNT TO WS-RUN-REJ-COUNT
507070             IF WS-GI-SKIP-COUNT NOT = ZERO
507080                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507090             END-IF
507100             IF WS-GI-BAD-DATE-COUNT NOT = ZERO
507110                 MOVE 'Y' TO WS-RUN-WARN-FLAG
507120             END-IF
507130             IF WS-CKP-RESTART AND NOT WS-CKP-VALID
507140                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507150             END-IF
507160         WHEN "BACKUP"
507170             MOVE WS-BACK-READ-COUNT TO WS-RUN-IN-COUNT
507180             MOVE WS-BACK-WRITE-COUNT TO WS-RUN-OUT-COUNT
507190             IF WS-BACK-READ-COUNT NOT = WS-BACK-WRITE-COUNT
507200                 COMPUTE WS-RUN-REJ-COUNT = WS-BACK-READ-COUNT
507210                     - WS-BACK-WRITE-COUNT
507220                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507230             END-IF
507240         WHEN "RESTORE"
507250             IF WS-PARM-ARG1 = SPACES
507260                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507270             END-IF
507280             MOVE WS-BACK-READ-COUNT TO WS-RUN-IN-COUNT
507290             MOVE WS-BACK-WRITE-COUNT TO WS-RUN-OUT-COUNT
507300             IF WS-BACK-READ-COUNT NOT = WS-BACK-WRITE-COUNT
507310                     OR TREE-SIZE NOT = WS-BACK-WRITE-COUNT
507320                 COMPUTE WS-RUN-REJ-COUNT = WS-BACK-READ-COUNT
507330                     - WS-BACK-WRITE-COUNT
507340                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507350             END-IF
507360         WHEN "ROLLFORWARD"
507370             IF WS-PARM-ARG1 = SPACES
507380                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507390             ELSE
507400                 IF NOT WS-JRN-OK
507410                     MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
507420                 END-IF
507430             END-IF
507440             COMPUTE WS-RUN-IN-COUNT = WS-JRN-APPLIED
507450                 + WS-JRN-SKIPPED
507460             MOVE WS-JRN-APPLIED TO WS-RUN-OUT-COUNT
507470             MOVE WS-JRN-SKIPPED TO WS-RUN-REJ-COUNT
507480             IF WS-JRN-SKIPPED NOT = ZERO
507490                 MOVE 'Y' TO WS-RUN-WARN-FLAG
507500             END-IF
507501         WHEN "CHANGES"
507502             MOVE WS-DX-ENTRIES TO WS-RUN-IN-COUNT
507503             COMPUTE WS-RUN-OUT-COUNT = WS-DX-INDI + WS-DX-FAMS
507504                 + WS-DX-SOUR + WS-DX-DEL
507505             IF WS-DX-TRUNCATED
507506                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507507             END-IF
507510         WHEN "REPORT"
507520             MOVE TREE-SIZE TO WS-RUN-IN-COUNT
507530             MOVE WS-RPT-DETAIL-COUNT TO WS-RUN-OUT-COUNT
507540             MOVE WS-PRIV-REDACT-COUNT TO WS-RUN-REJ-COUNT
507550             IF WS-RPT-TITLE = "UNKNOWN REPORT"
507560                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507570             END-IF
507580         WHEN "TASKSEED"
507590             MOVE TREE-SIZE TO WS-RUN-IN-COUNT
507600             MOVE WS-TASK-SEED-COUNT TO WS-RUN-OUT-COUNT
507610             MOVE WS-TASK-SEED-SKIP TO WS-RUN-REJ-COUNT
507611         WHEN "MAILEXTRACT"
507612             MOVE MAIL-SIZE TO WS-RUN-IN-COUNT
507613             MOVE WS-ML-OUT-COUNT TO WS-RUN-OUT-COUNT
507614             COMPUTE WS-RUN-REJ-COUNT = WS-ML-NO-CONT + WS-ML-DNC
507615             IF WS-ML-TRUNCATED OR MAIL-SIZE = ZERO
507616                 MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
507617             END-IF
507620     END-EVALUATE
507630 0510-EXIT.
507640     EXIT.
507650
507660*----------------------------------------------------------
507670* 4750-MAINTAIN-CONTACT (MENU CHOICE 40) ADDS OR CHANGES THE
507680* LIVING-RELATIVE CONTACT FOR ONE PERSON: POSTAL ADDRESS,
507690* PHONE, EMAIL, THE DO-NOT-CONTACT FLAG AND THE DATE THE
507700* DETAILS WERE LAST CONFIRMED. ON A CHANGE A BLANK ANSWER
507710* KEEPS THE CURRENT VALUE. A PERSON NOT PRESUMED LIVING MAY
507720* STILL BE GIVEN A CONTACT, BUT THE CLERK IS WARNED THAT THE
507730* MAILING EXTRACT WILL PASS THEM OVER.
507740*----------------------------------------------------------
507750 4750-MAINTAIN-CONTACT.
507760     DISPLAY "Enter the ID of the person the contact is for:"
507770     ACCEPT TP-ID
507780     MOVE TP-ID TO WS-CHECK-ID
507790     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
507800     IF NOT WS-ID-FOUND
507810         DISPLAY "No record found with that ID."
507820         GO TO 4750-EXIT
507830     END-IF
507840     DISPLAY "Contact for " WS-FOUND-NAME
507850     MOVE WS-FOUND-BIRTH TO WS-LIV-BIRTH
507860     MOVE WS-FOUND-DEATH TO WS-LIV-DEATH
507870     PERFORM 6020-CHECK-LIVING THRU 6020-EXIT
507880     IF NOT WS-LIVING
507890         DISPLAY "*** WARNING: THIS PERSON IS NOT PRESUMED LIVING"
507900             " -- THE MAILING EXTRACT WILL PASS THEM OVER ***"
507910     END-IF
507920     OPEN I-O CONTFILE
507930     IF NOT WS-CONT-OK
507940         OPEN OUTPUT CONTFILE
507950         CLOSE CONTFILE
507960         OPEN I-O CONTFILE
507970     END-IF
507980     IF NOT WS-CONT-OK
507990         DISPLAY "Unable to open contact file, status "
508000             WS-CONT-STATUS
508010         GO TO 4750-EXIT
508020     END-IF
508030     MOVE TP-ID TO RC-PERSON-ID
508040     MOVE 'Y' TO WS-CONT-FOUND-FLAG
508050     READ CONTFILE RECORD
508060         INVALID KEY
508070             MOVE 'N' TO WS-CONT-FOUND-FLAG
508080     END-READ
508090     IF WS-CONT-FOUND
508100         PERFORM 4765-SHOW-CONTACT THRU 4765-EXIT
508110     ELSE
508120         DISPLAY "No contact on file yet -- adding one."
508130         MOVE SPACES TO CONTACT-RECORD
508140         MOVE TP-ID TO RC-PERSON-ID
508150         MOVE "N" TO RC-NO-CONTACT
508160     END-IF
508170     PERFORM 4780-PROMPT-CONTACT-VALUES THRU 4780-EXIT
508180     IF NOT WS-DATE-VALID
508190         CLOSE CONTFILE
508200         GO TO 4750-EXIT
508210     END-IF
508220     IF WS-CONT-FOUND
508230         REWRITE CONTACT-RECORD
508240     ELSE
508250         WRITE CONTACT-RECORD
508260     END-IF
508270     IF WS-CONT-OK
508280         DISPLAY "Contact saved for person " RC-PERSON-ID "."
508290     ELSE
508300         DISPLAY "Unable to save contact, file status "
508310             WS-CONT-STATUS
508320     END-IF
508330     CLOSE CONTFILE
508340 4750-EXIT.
508350     EXIT.
508360
508370*----------------------------------------------------------
508380* 4760-VIEW-CONTACT (MENU CHOICE 41) SHOWS THE CONTACT HELD
508390* FOR ONE PERSON.
508400*----------------------------------------------------------
508410 4760-VIEW-CONTACT.
508420     DISPLAY "Enter the ID of the person:"
508430     ACCEPT TP-ID
508440     MOVE TP-ID TO WS-CHECK-ID
508450     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
508460     IF NOT WS-ID-FOUND
508470         DISPLAY "No record found with that ID."
508480         GO TO 4760-EXIT
508490     END-IF
508500     OPEN INPUT CONTFILE
508510     IF NOT WS-CONT-OK
508520         DISPLAY "No contacts on file."
508530         GO TO 4760-EXIT
508540     END-IF
508550     MOVE TP-ID TO RC-PERSON-ID
508560     READ CONTFILE RECORD
508570         INVALID KEY
508580             DISPLAY "No contact on file for " WS-FOUND-NAME
508590         NOT INVALID KEY
508600             DISPLAY "Contact for " WS-FOUND-NAME
508610             PERFORM 4765-SHOW-CONTACT THRU 4765-EXIT
508620     END-READ
508630     CLOSE CONTFILE
508640 4760-EXIT.
508650     EXIT.
508660
508670*----------------------------------------------------------
508680* 4765-SHOW-CONTACT DISPLAYS CONTACT-RECORD AS READ.
508690*----------------------------------------------------------
508700 4765-SHOW-CONTACT.
508710     DISPLAY "  Address:   " RC-ADDR-1
508720     DISPLAY "             " RC-ADDR-2
508730     DISPLAY "  City:      " RC-CITY
508740     DISPLAY "  Region:    " RC-REGION
508750     DISPLAY "  Postcode:  " RC-POSTCODE
508760     DISPLAY "  Country:   " RC-COUNTRY
508770     DISPLAY "  Phone:     " RC-PHONE
508780     DISPLAY "  Email:     " RC-EMAIL
508790     DISPLAY "  Do not contact: " RC-NO-CONTACT
508800         "   Last confirmed: " RC-CONFIRMED
508810 4765-EXIT.
508820     EXIT.
508830
508840*----------------------------------------------------------
508850* 4770-REMOVE-CONTACT (MENU CHOICE 42) DELETES THE CONTACT
508860* HELD FOR ONE PERSON AFTER SHOWING IT AND ASKING FOR YES.
508870* TO STOP MAILINGS BUT KEEP THE ADDRESS, SET DO-NOT-CONTACT
508880* THROUGH CHOICE 40 INSTEAD.
508890*----------------------------------------------------------
508900 4770-REMOVE-CONTACT.
508910     DISPLAY "Enter the ID of the person:"
508920     ACCEPT TP-ID
508930     OPEN I-O CONTFILE
508940     IF NOT WS-CONT-OK
508950         DISPLAY "No contacts on file."
508960         GO TO 4770-EXIT
508970     END-IF
508980     MOVE TP-ID TO RC-PERSON-ID
508990     READ CONTFILE RECORD
509000         INVALID KEY
509010             DISPLAY "No contact on file for that person."
509020             CLOSE CONTFILE
509030             GO TO 4770-EXIT
509040     END-READ
509050     PERFORM 4765-SHOW-CONTACT THRU 4765-EXIT
509060     DISPLAY "Type YES to remove this contact:"
509070     MOVE SPACES TO WS-CONT-IN
509080     ACCEPT WS-CONT-IN
509090     IF WS-CONT-IN = "YES"
509100         DELETE CONTFILE RECORD
509110             INVALID KEY
509120                 DISPLAY "Unable to remove contact, file status "
509130                     WS-CONT-STATUS
509140             NOT INVALID KEY
509150                 DISPLAY "Contact removed."
509160         END-DELETE
509170     ELSE
509180         DISPLAY "Nothing removed."
509190     END-IF
509200     CLOSE CONTFILE
509210 4770-EXIT.
509220     EXIT.
509230
509240*----------------------------------------------------------
509250* 4780-PROMPT-CONTACT-VALUES TAKES THE NEW CONTACT DETAILS
509260* INTO CONTACT-RECORD, A BLANK ANSWER KEEPING WHAT IS THERE.
509270* THE CONFIRMED DATE DEFAULTS TO TODAY, SINCE THE CLERK IS
509280* CONFIRMING THE DETAILS AS THEY ENTER THEM; A DATE THAT IS
509290* NOT YYYY-MM-DD CLEARS WS-DATE-VALID AND NOTHING IS SAVED.
509300*----------------------------------------------------------
509310 4780-PROMPT-CONTACT-VALUES.
509320     DISPLAY "Enter values (leave blank to keep current):"
509330     DISPLAY "Address line 1:"
509340     MOVE SPACES TO WS-CONT-IN
509350     ACCEPT WS-CONT-IN
509360     IF WS-CONT-IN NOT = SPACES
509370         MOVE WS-CONT-IN TO RC-ADDR-1
509380     END-IF
509390     DISPLAY "Address line 2:"
509400     MOVE SPACES TO WS-CONT-IN
509410     ACCEPT WS-CONT-IN
509420     IF WS-CONT-IN NOT = SPACES
509430         MOVE WS-CONT-IN TO RC-ADDR-2
509440     END-IF
509450     DISPLAY "City:"
509460     MOVE SPACES TO WS-CONT-IN
509470     ACCEPT WS-CONT-IN
509480     IF WS-CONT-IN NOT = SPACES
509490         MOVE WS-CONT-IN TO RC-CITY
509500     END-IF
509510     DISPLAY "Region/county/state:"
509520     MOVE SPACES TO WS-CONT-IN
509530     ACCEPT WS-CONT-IN
509540     IF WS-CONT-IN NOT = SPACES
509550         MOVE WS-CONT-IN TO RC-REGION
509560     END-IF
509570     DISPLAY "Postcode:"
509580     MOVE SPACES TO WS-CONT-IN
509590     ACCEPT WS-CONT-IN
509600     IF WS-CONT-IN NOT = SPACES
509610         MOVE WS-CONT-IN TO RC-POSTCODE
509620     END-IF
509630     DISPLAY "Country:"
509640     MOVE SPACES TO WS-CONT-IN
509650     ACCEPT WS-CONT-IN
509660     IF WS-CONT-IN NOT = SPACES
509670         MOVE WS-CONT-IN TO RC-COUNTRY
509680     END-IF
509690     DISPLAY "Phone:"
509700     MOVE SPACES TO WS-CONT-IN
509710     ACCEPT WS-CONT-IN
509720     IF WS-CONT-IN NOT = SPACES
509730         MOVE WS-CONT-IN TO RC-PHONE
509740     END-IF
509750     DISPLAY "Email:"
509760     MOVE SPACES TO WS-CONT-IN
509770     ACCEPT WS-CONT-IN
509780     IF WS-CONT-IN NOT = SPACES
509790         MOVE WS-CONT-IN TO RC-EMAIL
509800     END-IF
509810     DISPLAY "Do not contact (Y/N):"
509820     MOVE SPACES TO WS-CONT-IN
509830     ACCEPT WS-CONT-IN
509840     IF WS-CONT-IN = "Y" OR WS-CONT-IN = "N"
509850         MOVE WS-CONT-IN TO RC-NO-CONTACT
509860     END-IF
509870     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
509880     MOVE SPACES TO WS-CONT-TODAY
509890     STRING WS-CURR-DATE (1:4) DELIMITED BY SIZE
509900             "-" DELIMITED BY SIZE
509910             WS-CURR-DATE (5:2) DELIMITED BY SIZE
509920             "-" DELIMITED BY SIZE
509930             WS-CURR-DATE (7:2) DELIMITED BY SIZE
509940         INTO WS-CONT-TODAY
509950     END-STRING
509960     DISPLAY "Date details last confirmed (YYYY-MM-DD, blank for "
509970         WS-CONT-TODAY "):"
509980     MOVE SPACES TO WS-CONT-IN
509990     ACCEPT WS-CONT-IN
510000     IF WS-CONT-IN = SPACES
510010         MOVE WS-CONT-TODAY TO WS-CONT-IN
510020     END-IF
510030     MOVE WS-CONT-IN TO WS-DATE-FIELD
510040     PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
510050     IF WS-DATE-VALID
510060         MOVE WS-DATE-FIELD TO RC-CONFIRMED
510070     ELSE
510080         DISPLAY "Confirmed date must be YYYY-MM-DD -- "
510090             "nothing saved."
510100     END-IF
510110 4780-EXIT.
510120     EXIT.
510130
510140*----------------------------------------------------------
510150* 7460-PURGE-CONTACT DELETES THE LIVING-RELATIVE CONTACT OF
510160* THE PERSON IN WS-DELETE-ID ALONG WITH THE PERSON. NO
510170* CONTACT FILE YET MEANS NOTHING TO PURGE.
510180*----------------------------------------------------------
510190 7460-PURGE-CONTACT.
510200     MOVE ZERO TO WS-DEL-CONT-COUNT
510210     OPEN I-O CONTFILE
510220     IF WS-CONT-NO-FILE
510230         GO TO 7460-EXIT
510240     END-IF
510250     IF NOT WS-CONT-OK
510260         DISPLAY "Unable to open contact file, status "
510270             WS-CONT-STATUS
510280         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
510290         GO TO 7460-EXIT
510300     END-IF
510310     MOVE WS-DELETE-ID TO RC-PERSON-ID
510320     DELETE CONTFILE RECORD
510330         INVALID KEY
510340             CONTINUE
510350         NOT INVALID KEY
510360             ADD 1 TO WS-DEL-CONT-COUNT
510370             DISPLAY "The living-relative contact for the"
510380                 " deleted person was removed."
510390     END-DELETE
510400     CLOSE CONTFILE
510410 7460-EXIT.
510420     EXIT.
510430
510440*----------------------------------------------------------
510450* 7598-REPOINT-CONTACT CARRIES THE DUPLICATE'S CONTACT ONTO
510460* THE SURVIVING RECORD. WHEN THE SURVIVOR ALREADY HAS ONE,
510470* THE MORE RECENTLY CONFIRMED DETAILS ARE KEPT, AND A
510480* DO-NOT-CONTACT FLAG ON EITHER RECORD IS ALWAYS KEPT.
510490*----------------------------------------------------------
510500 7598-REPOINT-CONTACT.
510510     OPEN I-O CONTFILE
510520     IF WS-CONT-NO-FILE
510530         GO TO 7598-EXIT
510540     END-IF
510550     IF NOT WS-CONT-OK
510560         DISPLAY "Unable to open contact file, status "
510570             WS-CONT-STATUS
510580         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
510590         GO TO 7598-EXIT
510600     END-IF
510610     MOVE WS-MERGE-DUP-ID TO RC-PERSON-ID
510620     READ CONTFILE RECORD
510630         INVALID KEY
510640             CLOSE CONTFILE
510650             GO TO 7598-EXIT
510660     END-READ
510670     MOVE CONTACT-RECORD TO WS-CONT-SAVE
510680     DELETE CONTFILE RECORD
510690     MOVE WS-MERGE-SURV-ID TO RC-PERSON-ID
510700     READ CONTFILE RECORD
510710         INVALID KEY
510720             MOVE WS-CONT-SAVE TO CONTACT-RECORD
510730             MOVE WS-MERGE-SURV-ID TO RC-PERSON-ID
510740             WRITE CONTACT-RECORD
510750         NOT INVALID KEY
510760             IF WS-CS-CONFIRMED > RC-CONFIRMED
510770                 IF RC-DO-NOT-CONTACT
510780                     MOVE "Y" TO WS-CS-NO-CONTACT
510790                 END-IF
510800                 MOVE WS-CONT-SAVE TO CONTACT-RECORD
510810                 MOVE WS-MERGE-SURV-ID TO RC-PERSON-ID
510820             END-IF
510830             IF WS-CS-NO-CONTACT = "Y"
510840                 MOVE "Y" TO RC-NO-CONTACT
510850             END-IF
510860             REWRITE CONTACT-RECORD
510870     END-READ
510880     ADD 1 TO WS-MERGE-COUNT
510890     CLOSE CONTFILE
510900 7598-EXIT.
510910     EXIT.
510920
510930*----------------------------------------------------------
510940* 8500-MAIL-EXTRACT (PARM 'MAILEXTRACT <ID>') BUILDS THE
510950* REUNION MAILING FOR THE DESCENDANTS OF ONE ANCESTOR. THE
510960* DESCENDANTS ARE WALKED GENERATION BY GENERATION AS 8120
510970* DOES, BUT WITHOUT A GENERATION LIMIT AND KEEPING EVERY ID
510980* ONCE IN MAIL-TABLE, SO A DESCENDANT REACHED THROUGH TWO
510990* LINES (OR A LOOP IN BAD DATA) IS MAILED ONCE. EACH ONE
511000* WHO PASSES 6020-CHECK-LIVING, HAS A CONTACT AND IS NOT
511010* FLAGGED DO-NOT-CONTACT GOES TO MAILMERGE.CSV, AND TO
511020* LABELS.TXT WHEN A POSTAL ADDRESS IS HELD. THE ANCESTOR
511030* IS NOT MAILED.
511040*----------------------------------------------------------
511050 8500-MAIL-EXTRACT.
511060     MOVE ZERO TO MAIL-SIZE
511070     MOVE ZERO TO WS-ML-OUT-COUNT
511080     MOVE ZERO TO WS-ML-DECEASED
511090     MOVE ZERO TO WS-ML-NO-CONT
511100     MOVE ZERO TO WS-ML-DNC
511110     MOVE ZERO TO WS-ML-NO-ADDR
511120     MOVE 'N' TO WS-ML-TRUNC-FLAG
511130     MOVE WS-PARM-ARG1 TO WS-BL-ID-TOKEN
511140     PERFORM 2630-TEST-ID-TOKEN THRU 2630-EXIT
511150     IF NOT WS-BL-ID-VALID OR WS-BL-ID-VALUE = ZERO
511160         DISPLAY "MAILEXTRACT needs the ancestor's person ID,"
511170             " e.g."
511180         DISPLAY "  MAILEXTRACT 00042"
511190         GO TO 8500-EXIT
511200     END-IF
511210     MOVE WS-BL-ID-VALUE TO WS-ML-ROOT-ID
511220     MOVE WS-ML-ROOT-ID TO WS-CHECK-ID
511230     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
511240     IF NOT WS-ID-FOUND
511250         DISPLAY "No person on file with ID " WS-ML-ROOT-ID
511260             " -- nothing extracted."
511270         GO TO 8500-EXIT
511280     END-IF
511290     DISPLAY "Mailing extract for the descendants of "
511300         WS-FOUND-NAME
511310     OPEN INPUT CONTFILE
511320     IF NOT WS-CONT-OK
511330         DISPLAY "Unable to open contact file, status "
511340             WS-CONT-STATUS
511350         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
511360         GO TO 8500-EXIT
511370     END-IF
511380     OPEN OUTPUT LABELFILE
511390     OPEN OUTPUT MAILCSVFILE
511400     IF NOT WS-LABEL-OK OR NOT WS-MAILCSV-OK
511410         DISPLAY "Unable to open labels.txt/mailmerge.csv,"
511420             " status " WS-LABEL-STATUS "/" WS-MAILCSV-STATUS
511430         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
511440         CLOSE CONTFILE LABELFILE MAILCSVFILE
511450         GO TO 8500-EXIT
511460     END-IF
511470     MOVE SPACES TO MAILCSV-RECORD
511480     STRING "ID,NAME,ADDRESS1,ADDRESS2,CITY,REGION,POSTCODE,"
511490                 DELIMITED BY SIZE
511500             "COUNTRY,PHONE,EMAIL,CONFIRMED" DELIMITED BY SIZE
511510         INTO MAILCSV-RECORD
511520     END-STRING
511530     WRITE MAILCSV-RECORD
511540     MOVE 1 TO MAIL-SIZE
511550     MOVE WS-ML-ROOT-ID TO ML-ID (1)
511560     PERFORM VARYING WS-ML-IDX FROM 1 BY 1
511570             UNTIL WS-ML-IDX > MAIL-SIZE
511580         PERFORM 8510-MX-ADD-CHILDREN THRU 8510-EXIT
511590     END-PERFORM
511600     PERFORM VARYING WS-ML-IDX FROM 2 BY 1
511610             UNTIL WS-ML-IDX > MAIL-SIZE
511620         PERFORM 8520-MX-ONE-PERSON THRU 8520-EXIT
511630     END-PERFORM
511640     CLOSE CONTFILE
511650     CLOSE LABELFILE
511660     CLOSE MAILCSVFILE
511670     COMPUTE WS-ML-SCAN = MAIL-SIZE - 1
511680     DISPLAY "Mailing extract complete -- " WS-ML-SCAN
511690         " descendant(s), " WS-ML-OUT-COUNT " written to"
511700         " mailmerge.csv."
511710     DISPLAY "  Not presumed living:  " WS-ML-DECEASED
511720     DISPLAY "  No contact on file:   " WS-ML-NO-CONT
511730     DISPLAY "  Do not contact:       " WS-ML-DNC
511740     DISPLAY "  No postal address (CSV only, no label): "
511750         WS-ML-NO-ADDR
511760     IF WS-ML-TRUNCATED
511770         DISPLAY "*** WARNING: MORE THAN " MAX-MAIL
511780             " DESCENDANTS -- EXTRACT IS INCOMPLETE ***"
511790     END-IF
511800 8500-EXIT.
511810     EXIT.
511820
511830*----------------------------------------------------------
511840* 8510-MX-ADD-CHILDREN QUEUES EVERY CHILD OF ML-ID
511850* (WS-ML-IDX) NOT ALREADY IN MAIL-TABLE.
511860*----------------------------------------------------------
511870 8510-MX-ADD-CHILDREN.
511880     PERFORM VARYING TREE-IDX FROM 1 BY 1
511890             UNTIL TREE-IDX > TREE-SIZE
511900         IF TT-FATHER-ID (TREE-IDX) = ML-ID (WS-ML-IDX)
511910                 OR TT-MOTHER-ID (TREE-IDX) = ML-ID (WS-ML-IDX)
511920             MOVE 'N' TO WS-ML-DUP-FLAG
511930             PERFORM VARYING WS-ML-SCAN FROM 1 BY 1
511940                     UNTIL WS-ML-SCAN > MAIL-SIZE OR WS-ML-DUP
511950                 IF ML-ID (WS-ML-SCAN) = TT-ID (TREE-IDX)
511960                     MOVE 'Y' TO WS-ML-DUP-FLAG
511970                 END-IF
511980             END-PERFORM
511990             IF NOT WS-ML-DUP
512000                 IF MAIL-SIZE < MAX-MAIL
512010                     ADD 1 TO MAIL-SIZE
512020                     MOVE TT-ID (TREE-IDX) TO ML-ID (MAIL-SIZE)
512030                 ELSE
512040                     MOVE 'Y' TO WS-ML-TRUNC-FLAG
512050                 END-IF
512060             END-IF
512070         END-IF
512080     END-PERFORM
512090 8510-EXIT.
512100     EXIT.
512110
512120*----------------------------------------------------------
512130* 8520-MX-ONE-PERSON SCREENS ONE DESCENDANT AND WRITES THEIR
512140* MAIL-MERGE ROW AND ADDRESS LABEL. THE LABEL IS ALWAYS SIX
512150* LINES (NAME, TWO ADDRESS LINES, CITY/REGION/POSTCODE,
512160* COUNTRY, SPACER) SO THE PRINT STAYS IN STEP WITH THE
512170* LABEL STOCK.
512180*----------------------------------------------------------
512190 8520-MX-ONE-PERSON.
512200     MOVE ML-ID (WS-ML-IDX) TO WS-CHECK-ID
512210     PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
512220     MOVE WS-FOUND-BIRTH TO WS-LIV-BIRTH
512230     MOVE WS-FOUND-DEATH TO WS-LIV-DEATH
512240     PERFORM 6020-CHECK-LIVING THRU 6020-EXIT
512250     IF NOT WS-LIVING
512260         ADD 1 TO WS-ML-DECEASED
512270         GO TO 8520-EXIT
512280     END-IF
512290     MOVE ML-ID (WS-ML-IDX) TO RC-PERSON-ID
512300     READ CONTFILE RECORD
512310         INVALID KEY
512320             ADD 1 TO WS-ML-NO-CONT
512330             GO TO 8520-EXIT
512340     END-READ
512350     IF RC-DO-NOT-CONTACT
512360         ADD 1 TO WS-ML-DNC
512370         GO TO 8520-EXIT
512380     END-IF
512390     MOVE SPACES TO MAILCSV-RECORD
512400     MOVE 1 TO WS-ML-PTR
512410     STRING RC-PERSON-ID DELIMITED BY SIZE
512420         INTO MAILCSV-RECORD WITH POINTER WS-ML-PTR
512430     END-STRING
512440     MOVE WS-FOUND-NAME TO WS-TRIM-FIELD
512450     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512460     MOVE RC-ADDR-1 TO WS-TRIM-FIELD
512470     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512480     MOVE RC-ADDR-2 TO WS-TRIM-FIELD
512490     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512500     MOVE RC-CITY TO WS-TRIM-FIELD
512510     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512520     MOVE RC-REGION TO WS-TRIM-FIELD
512530     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512540     MOVE RC-POSTCODE TO WS-TRIM-FIELD
512550     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512560     MOVE RC-COUNTRY TO WS-TRIM-FIELD
512570     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512580     MOVE RC-PHONE TO WS-TRIM-FIELD
512590     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512600     MOVE RC-EMAIL TO WS-TRIM-FIELD
512610     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512620     MOVE RC-CONFIRMED TO WS-TRIM-FIELD
512630     PERFORM 8530-MX-CSV-FIELD THRU 8530-EXIT
512640     WRITE MAILCSV-RECORD
512650     ADD 1 TO WS-ML-OUT-COUNT
512660     IF RC-ADDR-1 = SPACES
512670         ADD 1 TO WS-ML-NO-ADDR
512680         GO TO 8520-EXIT
512690     END-IF
512700     MOVE WS-FOUND-NAME TO LABEL-RECORD
512710     WRITE LABEL-RECORD
512720     MOVE RC-ADDR-1 TO LABEL-RECORD
512730     WRITE LABEL-RECORD
512740     MOVE RC-ADDR-2 TO LABEL-RECORD
512750     WRITE LABEL-RECORD
512760     MOVE SPACES TO LABEL-RECORD
512770     STRING RC-CITY DELIMITED BY "  "
512780             "  " DELIMITED BY SIZE
512790             RC-REGION DELIMITED BY "  "
512800             "  " DELIMITED BY SIZE
512810             RC-POSTCODE DELIMITED BY SIZE
512820         INTO LABEL-RECORD
512830     END-STRING
512840     WRITE LABEL-RECORD
512850     MOVE RC-COUNTRY TO LABEL-RECORD
512860     WRITE LABEL-RECORD
512870     MOVE SPACES TO LABEL-RECORD
512880     WRITE LABEL-RECORD
512890 8520-EXIT.
512900     EXIT.
512910
512920*----------------------------------------------------------
512930* 8530-MX-CSV-FIELD APPENDS WS-TRIM-FIELD TO THE MAIL-MERGE
512940* ROW AS A QUOTED FIELD WITH ITS TRAILING SPACES TRIMMED, SO
512950* A COMMA INSIDE AN ADDRESS DOES NOT SPLIT THE COLUMN.
512960*----------------------------------------------------------
512970 8530-MX-CSV-FIELD.
512980     PERFORM 3070-TRIM-LENGTH THRU 3070-EXIT
512990     STRING ",""" DELIMITED BY SIZE
513000         INTO MAILCSV-RECORD WITH POINTER WS-ML-PTR
513010     END-STRING
513020     IF WS-TRIM-LEN > ZERO
513030         STRING WS-TRIM-FIELD (1:WS-TRIM-LEN) DELIMITED BY SIZE
513040             INTO MAILCSV-RECORD WITH POINTER WS-ML-PTR
513050         END-STRING
513060     END-IF
513070     STRING """" DELIMITED BY SIZE
513080         INTO MAILCSV-RECORD WITH POINTER WS-ML-PTR
513090     END-STRING
513100 8530-EXIT.
513110     EXIT.
513120
513130*----------------------------------------------------------
513140* 9350-EVIDENCE-REPORT (MENU CHOICE 43, BATCH REPORT NAME
513150* 'EVIDENCE') SHOWS HOW WELL THE TREE IS SOURCED. PART 1
513160* LISTS, FOR EVERY SOURCE, THE PEOPLE AND CI-FIELD FACTS IT
513170* IS CITED FOR, FLAGGING A SOURCE NOBODY CITES AS A
513180* CANDIDATE FOR CLEANUP. PART 2 LISTS, FOR EVERY PERSON,
513190* THE KEY FACTS -- NAME, BIRTH, DEATH, BURIAL, PARENTS AND
513200* EACH MARRIAGE -- AS UNCITED, LOW GRADE ONLY (EVERY SOURCE
513210* GRADED 0 OR 1, OR UNGRADED) OR WELL SUPPORTED (AT LEAST
513220* ONE SOURCE GRADED 2 OR 3). A BIRTH, DEATH OR BURIAL NOT
513230* YET RECORDED IS NOT A FACT AND IS LEFT OUT, AS TASKSEED
513240* LEAVES IT OUT OF ITS CITE GAPS.
513250*----------------------------------------------------------
513260 9350-EVIDENCE-REPORT.
513270     MOVE ZERO TO WS-EVD-UNUSED-SRC
513280     MOVE ZERO TO WS-EVD-UNCITED
513290     MOVE ZERO TO WS-EVD-WEAK
513300     MOVE ZERO TO WS-EVD-STRONG
513310     MOVE "Source usage and evidence gaps:" TO WS-RPT-LINE
513320     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513330     MOVE "-------------------------------" TO WS-RPT-LINE
513340     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513350     MOVE "Part 1 -- people and facts each source supports"
513360         TO WS-RPT-LINE
513370     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513380     MOVE SPACES TO WS-RPT-LINE
513390     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513400     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
513410             UNTIL WS-SRC-IDX > SRC-SIZE
513420         PERFORM 9352-EVD-ONE-SOURCE THRU 9352-EXIT
513430     END-PERFORM
513440     IF SRC-SIZE = ZERO
513450         MOVE "No sources on file." TO WS-RPT-LINE
513460         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513470     END-IF
513480     MOVE SPACES TO WS-RPT-LINE
513490     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513500     MOVE "Part 2 -- evidence for each person's key facts"
513510         TO WS-RPT-LINE
513520     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513530     MOVE SPACES TO WS-RPT-LINE
513540     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513550     MOVE SPACES TO WS-RPT-LINE
513560     MOVE "PERSON"   TO WS-RPT-LINE (1:6)
513570     MOVE "FACT"     TO WS-RPT-LINE (8:4)
513580     MOVE "VALUE"    TO WS-RPT-LINE (21:5)
513590     MOVE "EVIDENCE" TO WS-RPT-LINE (52:8)
513600     MOVE "CITES"    TO WS-RPT-LINE (67:5)
513610     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513620     PERFORM VARYING TREE-IDX FROM 1 BY 1
513630             UNTIL TREE-IDX > TREE-SIZE
513640         PERFORM 9354-EVD-ONE-PERSON THRU 9354-EXIT
513650     END-PERFORM
513660     MOVE "-------------------------------" TO WS-RPT-LINE
513670     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513680     MOVE SPACES TO WS-RPT-LINE
513690     STRING "Sources never cited: " DELIMITED BY SIZE
513700             WS-EVD-UNUSED-SRC DELIMITED BY SIZE
513710             " of " DELIMITED BY SIZE
513720             SRC-SIZE DELIMITED BY SIZE
513730         INTO WS-RPT-LINE
513740     END-STRING
513750     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513760     MOVE SPACES TO WS-RPT-LINE
513770     STRING "Key facts uncited: " DELIMITED BY SIZE
513780             WS-EVD-UNCITED DELIMITED BY SIZE
513790             "  low grade only: " DELIMITED BY SIZE
513800             WS-EVD-WEAK DELIMITED BY SIZE
513810             "  well supported: " DELIMITED BY SIZE
513820             WS-EVD-STRONG DELIMITED BY SIZE
513830         INTO WS-RPT-LINE
513840     END-STRING
513850     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
513860 9350-EXIT.
513870     EXIT.
513880
513890*----------------------------------------------------------
513900* 9352-EVD-ONE-SOURCE PRINTS THE SOURCE AT WS-SRC-IDX AND
513910* ONE LINE FOR EVERY CITATION OF IT.
513920*----------------------------------------------------------
513930 9352-EVD-ONE-SOURCE.
513940     MOVE SPACES TO WS-RPT-LINE
513950     STRING "SOURCE " DELIMITED BY SIZE
513960             ST-ID (WS-SRC-IDX) DELIMITED BY SIZE
513970             "  " DELIMITED BY SIZE
513980             ST-TITLE (WS-SRC-IDX) DELIMITED BY "  "
513990             "  (grade " DELIMITED BY SIZE
514000             ST-QUALITY (WS-SRC-IDX) DELIMITED BY SIZE
514010             ")" DELIMITED BY SIZE
514020         INTO WS-RPT-LINE
514030     END-STRING
514040     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
514050     MOVE ZERO TO WS-EVD-SRC-USES
514060     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
514070             UNTIL WS-CIT-IDX > CIT-SIZE
514080         IF CT-SOURCE-ID (WS-CIT-IDX) = ST-ID (WS-SRC-IDX)
514090             ADD 1 TO WS-EVD-SRC-USES
514100             MOVE CT-PERSON-ID (WS-CIT-IDX) TO WS-CHECK-ID
514110             PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
514120             IF NOT WS-ID-FOUND
514130                 MOVE "** PERSON NOT ON FILE **" TO WS-FOUND-NAME
514140             END-IF
514150             MOVE SPACES TO WS-RPT-LINE
514160             MOVE CT-PERSON-ID (WS-CIT-IDX) TO WS-RPT-LINE (8:5)
514170             MOVE WS-FOUND-NAME TO WS-RPT-LINE (15:35)
514180             MOVE CT-FIELD (WS-CIT-IDX) TO WS-RPT-LINE (52:12)
514190             PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
514200         END-IF
514210     END-PERFORM
514220     IF WS-EVD-SRC-USES = ZERO
514230         ADD 1 TO WS-EVD-UNUSED-SRC
514240         MOVE SPACES TO WS-RPT-LINE
514250         MOVE "*** NOT CITED BY ANY RECORD --"
514260             TO WS-RPT-LINE (8:30)
514270         MOVE "CANDIDATE FOR CLEANUP ***"
514280             TO WS-RPT-LINE (39:25)
514290         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
514300     END-IF
514310 9352-EXIT.
514320     EXIT.
514330
514340*----------------------------------------------------------
514350* 9354-EVD-ONE-PERSON GRADES EACH KEY FACT OF THE PERSON AT
514360* TREE-IDX. PARENTS ARE SUPPORTED BY A CITATION OF PARENTS,
514370* FATHER OR MOTHER; A MARRIAGE BY A CITATION OF MARRIAGE
514380* (OR MARRDATE/MARR) ON EITHER PARTNER.
514390*----------------------------------------------------------
514400 9354-EVD-ONE-PERSON.
514410     MOVE TT-ID (TREE-IDX) TO WS-EVD-PERSON-ID
514420     MOVE ZERO TO WS-EVD-OTHER-ID
514430     MOVE SPACES TO WS-RPT-LINE
514440     MOVE TT-ID (TREE-IDX) TO WS-RPT-LINE (1:5)
514450     MOVE TT-NAME (TREE-IDX) TO WS-RPT-LINE (8:50)
514460     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
514470     MOVE "NAME" TO WS-EVD-FACT
514480     MOVE SPACES TO WS-EVD-KEY-AREA
514490     MOVE "NAME" TO WS-EVD-KEY (1)
514500     MOVE TT-NAME (TREE-IDX) TO WS-EVD-VALUE
514510     PERFORM 9356-EVD-GRADE-FACT THRU 9356-EXIT
514520     IF TT-BIRTHDATE (TREE-IDX) NOT = SPACES
514530         MOVE "BIRTHDATE" TO WS-EVD-FACT
514540         MOVE SPACES TO WS-EVD-KEY-AREA
514550         MOVE "BIRTHDATE" TO WS-EVD-KEY (1)
514560         MOVE "BIRTH" TO WS-EVD-KEY (2)
514570         MOVE TT-BIRTHDATE (TREE-IDX) TO WS-EVD-VALUE
514580         PERFORM 9356-EVD-GRADE-FACT THRU 9356-EXIT
514590     END-IF
514600     IF TT-DEATHDATE (TREE-IDX) NOT = SPACES
514610         MOVE "DEATHDATE" TO WS-EVD-FACT
514620         MOVE SPACES TO WS-EVD-KEY-AREA
514630         MOVE "DEATHDATE" TO WS-EVD-KEY (1)
514640         MOVE "DEATH" TO WS-EVD-KEY (2)
514650         MOVE TT-DEATHDATE (TREE-IDX) TO WS-EVD-VALUE
514660         PERFORM 9356-EVD-GRADE-FACT THRU 9356-EXIT
514670     END-IF
514680     IF TT-BURIALPLACE (TREE-IDX) NOT = SPACES
514690         MOVE "BURIALPLACE" TO WS-EVD-FACT
514700         MOVE SPACES TO WS-EVD-KEY-AREA
514710         MOVE "BURIALPLACE" TO WS-EVD-KEY (1)
514720         MOVE "BURIAL" TO WS-EVD-KEY (2)
514730         MOVE TT-BURIALPLACE (TREE-IDX) TO WS-EVD-VALUE
514740         PERFORM 9356-EVD-GRADE-FACT THRU 9356-EXIT
514750     END-IF
514760     IF TT-FATHER-ID (TREE-IDX) NOT = ZERO
514770             OR TT-MOTHER-ID (TREE-IDX) NOT = ZERO
514780         MOVE "PARENTS" TO WS-EVD-FACT
514790         MOVE "PARENTS" TO WS-EVD-KEY (1)
514800         MOVE "FATHER" TO WS-EVD-KEY (2)
514810         MOVE "MOTHER" TO WS-EVD-KEY (3)
514820         MOVE SPACES TO WS-EVD-VALUE
514830         STRING "father " DELIMITED BY SIZE
514840                 TT-FATHER-ID (TREE-IDX) DELIMITED BY SIZE
514850                 " mother " DELIMITED BY SIZE
514860                 TT-MOTHER-ID (TREE-IDX) DELIMITED BY SIZE
514870             INTO WS-EVD-VALUE
514880         END-STRING
514890         PERFORM 9356-EVD-GRADE-FACT THRU 9356-EXIT
514900     END-IF
514910     PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
514920             UNTIL WS-MARR-IDX > MARR-SIZE
514930         IF MT-PARTNER1-ID (WS-MARR-IDX) = WS-EVD-PERSON-ID
514940                 OR MT-PARTNER2-ID (WS-MARR-IDX)
514950                     = WS-EVD-PERSON-ID
514960             MOVE MT-PARTNER1-ID (WS-MARR-IDX) TO WS-EVD-OTHER-ID
514970             IF WS-EVD-OTHER-ID = WS-EVD-PERSON-ID
514980                 MOVE MT-PARTNER2-ID (WS-MARR-IDX)
514990                     TO WS-EVD-OTHER-ID
515000             END-IF
515010             MOVE "MARRIAGE" TO WS-EVD-FACT
515020             MOVE "MARRIAGE" TO WS-EVD-KEY (1)
515030             MOVE "MARRDATE" TO WS-EVD-KEY (2)
515040             MOVE "MARR" TO WS-EVD-KEY (3)
515050             MOVE SPACES TO WS-EVD-VALUE
515060             STRING "to " DELIMITED BY SIZE
515070                     WS-EVD-OTHER-ID DELIMITED BY SIZE
515080                     " " DELIMITED BY SIZE
515090                     MT-DATE (WS-MARR-IDX) DELIMITED BY SIZE
515100                 INTO WS-EVD-VALUE
515110             END-STRING
515120             PERFORM 9356-EVD-GRADE-FACT THRU 9356-EXIT
515130         END-IF
515140     END-PERFORM
515150 9354-EXIT.
515160     EXIT.
515170
515180*----------------------------------------------------------
515190* 9356-EVD-GRADE-FACT COUNTS THE CITATIONS OF WS-EVD-FACT
515200* (ANY SPELLING IN WS-EVD-KEY) ON WS-EVD-PERSON-ID, OR ON
515210* WS-EVD-OTHER-ID FOR A MARRIAGE, AND PRINTS THE FACT LINE
515220* WITH ITS GRADE OF EVIDENCE.
515230*----------------------------------------------------------
515240 9356-EVD-GRADE-FACT.
515250     MOVE ZERO TO WS-EVD-CITES
515260     MOVE ZERO TO WS-EVD-GOOD
515270     PERFORM VARYING WS-CIT-IDX FROM 1 BY 1
515280             UNTIL WS-CIT-IDX > CIT-SIZE
515290         IF (CT-PERSON-ID (WS-CIT-IDX) = WS-EVD-PERSON-ID
515300                 OR (WS-EVD-FACT = "MARRIAGE"
515310                 AND CT-PERSON-ID (WS-CIT-IDX) = WS-EVD-OTHER-ID))
515320                 AND CT-FIELD (WS-CIT-IDX) NOT = SPACES
515330                 AND (CT-FIELD (WS-CIT-IDX) = WS-EVD-KEY (1)
515340                 OR CT-FIELD (WS-CIT-IDX) = WS-EVD-KEY (2)
515350                 OR CT-FIELD (WS-CIT-IDX) = WS-EVD-KEY (3))
515360             ADD 1 TO WS-EVD-CITES
515370             MOVE CT-SOURCE-ID (WS-CIT-IDX) TO WS-SRC-FIND-ID
515380             PERFORM 6145-FIND-SOURCE THRU 6145-EXIT
515390             IF WS-SRC-FOUND-NUM NOT = ZERO
515400                 IF ST-QUALITY (WS-SRC-FOUND-NUM) = "2"
515410                         OR ST-QUALITY (WS-SRC-FOUND-NUM) = "3"
515420                     ADD 1 TO WS-EVD-GOOD
515430                 END-IF
515440             END-IF
515450         END-IF
515460     END-PERFORM
515470     MOVE SPACES TO WS-RPT-LINE
515480     MOVE WS-EVD-FACT TO WS-RPT-LINE (8:12)
515490     MOVE WS-EVD-VALUE TO WS-RPT-LINE (21:30)
515500     IF WS-EVD-CITES = ZERO
515510         ADD 1 TO WS-EVD-UNCITED
515520         MOVE "UNCITED" TO WS-RPT-LINE (52:14)
515530     ELSE
515540         IF WS-EVD-GOOD = ZERO
515550             ADD 1 TO WS-EVD-WEAK
515560             MOVE "LOW GRADE ONLY" TO WS-RPT-LINE (52:14)
515570         ELSE
515580             ADD 1 TO WS-EVD-STRONG
515590             MOVE "WELL SUPPORTED" TO WS-RPT-LINE (52:14)
515600         END-IF
515610     END-IF
515620     MOVE WS-EVD-CITES TO WS-EVD-NUM-ED
515630     MOVE WS-EVD-NUM-ED TO WS-RPT-LINE (67:4)
515640     PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
515650 9356-EXIT.
515660     EXIT.
515670
515680*----------------------------------------------------------
515690* 8600-CHANGES-EXTRACT (PARM 'CHANGES <PARTNER> [FROM] [TO]',
515700* DATES YYYYMMDD) BUILDS THE CHANGES-SINCE EXCHANGE FOR ONE
515710* PARTNER SOCIETY FROM THE UPDATE JOURNALS. EVERY DAY'S
515720* JOURNAL IN THE RANGE IS READ IN DATE ORDER (A DAY WITH NO
515730* JOURNAL HAD NO UPDATES) AND EACH PERSON, MARRIAGE, SOURCE
515740* AND CITATION TOUCHED IS REDUCED TO ITS NET CHANGE. THE
515750* CURRENT IMAGE OF EVERY ADDED OR CHANGED RECORD GOES TO
515760* DELTA-<PARTNER>.GED -- PERSONS THROUGH 6110, THE FAMILIES
515770* THEY BELONG TO THROUGH 6120, SOURCES THROUGH 6150 -- ALWAYS
515780* PRIVACY-SCREENED BY 6020-CHECK-LIVING; A CHANGED CITATION
515790* RESENDS ITS PERSON. NET DELETIONS GO TO DELTA-<PARTNER>.DEL.
515800* WITHOUT A FROM DATE THE RANGE STARTS THE DAY AFTER THE LAST
515810* EXTRACT RECORDED FOR THE PARTNER ON PARTFILE; WITHOUT A TO
515820* DATE IT ENDS YESTERDAY, SINCE TODAY'S JOURNAL IS STILL
515830* BEING WRITTEN. THE RANGE IS RECORDED ONLY WHEN THE EXTRACT
515840* IS COMPLETE, SO A FAILED RUN IS SIMPLY RUN AGAIN.
515850*----------------------------------------------------------
515860 8600-CHANGES-EXTRACT.
515870     MOVE SPACES TO WS-DX-PARTNER WS-DX-FROM WS-DX-TO
515880     UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
515890         INTO WS-PARM-MODE WS-DX-PARTNER WS-DX-FROM WS-DX-TO
515900     END-UNSTRING
515910     MOVE ZERO TO DX-SIZE
515920     MOVE 'N' TO WS-DX-TRUNC-FLAG
515930     IF WS-DX-PARTNER = SPACES
515940         DISPLAY "CHANGES needs the partner society code, e.g."
515950         DISPLAY "  CHANGES NORTHFHS [YYYYMMDD] [YYYYMMDD]"
515960         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
515970         GO TO 8600-EXIT
515980     END-IF
515990     OPEN I-O PARTFILE
516000     IF NOT WS-PART-OK
516010         OPEN OUTPUT PARTFILE
516020         CLOSE PARTFILE
516030         OPEN I-O PARTFILE
516040     END-IF
516050     IF NOT WS-PART-OK
516060         DISPLAY "Unable to open partner file, status "
516070             WS-PART-STATUS
516080         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
516090         GO TO 8600-EXIT
516100     END-IF
516110     MOVE WS-DX-PARTNER TO PN-CODE
516120     MOVE 'Y' TO WS-DX-PART-FOUND-FLAG
516130     READ PARTFILE RECORD
516140         INVALID KEY
516150             MOVE 'N' TO WS-DX-PART-FOUND-FLAG
516160     END-READ
516170     IF WS-DX-FROM = SPACES
516180         IF NOT WS-DX-PART-FOUND
516190             DISPLAY "No extract on record for " WS-DX-PARTNER
516200                 " -- give the first date to extract from."
516210             MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
516220             CLOSE PARTFILE
516230             GO TO 8600-EXIT
516240         END-IF
516250         MOVE PN-LAST-THRU TO WS-DX-FROM
516260         PERFORM 8605-DX-DATE-TO-DAYS THRU 8605-EXIT
516270         ADD 1 TO WS-DN-DAYS
516280     ELSE
516290         PERFORM 8605-DX-DATE-TO-DAYS THRU 8605-EXIT
516300     END-IF
516310     MOVE WS-DN-DAYS TO WS-DX-DAY-FROM
516320     IF WS-DX-TO = SPACES
516330         ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
516340         MOVE WS-CURR-DATE TO WS-DX-FROM
516350         PERFORM 8605-DX-DATE-TO-DAYS THRU 8605-EXIT
516360         SUBTRACT 1 FROM WS-DN-DAYS
516370     ELSE
516380         MOVE WS-DX-TO TO WS-DX-FROM
516390         PERFORM 8605-DX-DATE-TO-DAYS THRU 8605-EXIT
516400     END-IF
516410     MOVE WS-DN-DAYS TO WS-DX-DAY-TO
516420     IF WS-DX-DAY-FROM = ZERO OR WS-DX-DAY-TO = ZERO
516430         DISPLAY "CHANGES dates must be valid YYYYMMDD dates."
516440         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
516450         CLOSE PARTFILE
516460         GO TO 8600-EXIT
516470     END-IF
516480     MOVE WS-DX-DAY-FROM TO WS-DN-DAYS
516490     PERFORM 8607-DX-DAYS-TO-DATE THRU 8607-EXIT
516500     MOVE WS-JRN-DATE TO WS-DX-FROM
516510     MOVE WS-DX-DAY-TO TO WS-DN-DAYS
516520     PERFORM 8607-DX-DAYS-TO-DATE THRU 8607-EXIT
516530     MOVE WS-JRN-DATE TO WS-DX-TO
516540     IF WS-DX-DAY-FROM > WS-DX-DAY-TO
516550         DISPLAY "Partner " WS-DX-PARTNER " is up to date -- "
516560             "nothing to extract before " WS-DX-FROM "."
516570         CLOSE PARTFILE
516580         GO TO 8600-EXIT
516590     END-IF
516600     DISPLAY "Changes for " WS-DX-PARTNER " from " WS-DX-FROM
516610         " through " WS-DX-TO "..."
516620     PERFORM VARYING WS-DX-DAY FROM WS-DX-DAY-FROM BY 1
516630             UNTIL WS-DX-DAY > WS-DX-DAY-TO
516640         PERFORM 8610-DX-READ-JOURNAL THRU 8610-EXIT
516650     END-PERFORM
516660     PERFORM VARYING WS-DX-IDX FROM 1 BY 1
516670             UNTIL WS-DX-IDX > DX-SIZE
516680         PERFORM 8620-DX-RESOLVE THRU 8620-EXIT
516690     END-PERFORM
516700     MOVE SPACES TO WS-GED-OUT-NAME
516710     STRING "delta-" DELIMITED BY SIZE
516720             WS-DX-PARTNER DELIMITED BY SPACE
516730             ".ged" DELIMITED BY SIZE
516740         INTO WS-GED-OUT-NAME
516750     END-STRING
516760     MOVE SPACES TO WS-DXDEL-NAME
516770     STRING "delta-" DELIMITED BY SIZE
516780             WS-DX-PARTNER DELIMITED BY SPACE
516790             ".del" DELIMITED BY SIZE
516800         INTO WS-DXDEL-NAME
516810     END-STRING
516820     OPEN OUTPUT DXDELFILE
516830     IF NOT WS-DXDEL-OK
516840         DISPLAY "Unable to open " WS-DXDEL-NAME ", status "
516850             WS-DXDEL-STATUS
516860         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
516870         CLOSE PARTFILE
516880         GO TO 8600-EXIT
516890     END-IF
516900     PERFORM 8650-DX-WRITE-GEDCOM THRU 8650-EXIT
516910     MOVE SPACES TO DXDEL-RECORD
516920     STRING "DELETIONS FOR " DELIMITED BY SIZE
516930             WS-DX-PARTNER DELIMITED BY SPACE
516940             " FROM " DELIMITED BY SIZE
516950             WS-DX-FROM DELIMITED BY SIZE
516960             " THROUGH " DELIMITED BY SIZE
516970             WS-DX-TO DELIMITED BY SIZE
516980         INTO DXDEL-RECORD
516990     END-STRING
517000     WRITE DXDEL-RECORD
517010     PERFORM VARYING WS-DX-IDX FROM 1 BY 1
517020             UNTIL WS-DX-IDX > DX-SIZE
517030         IF DX-NET (WS-DX-IDX) = "D"
517040             PERFORM 8640-DX-WRITE-DELETION THRU 8640-EXIT
517050         END-IF
517060     END-PERFORM
517070     CLOSE DXDELFILE
517080     DISPLAY "Changes extract complete -- " WS-DX-JRN-READ
517090         " journal(s), " WS-DX-ENTRIES " entr(ies) read."
517100     DISPLAY "  Persons:  " WS-DX-INDI "   Families: " WS-DX-FAMS
517110         "   Sources: " WS-DX-SOUR
517120     DISPLAY "  Deletions listed: " WS-DX-DEL
517130     DISPLAY "  Living persons redacted: " WS-PRIV-REDACT-COUNT
517140     IF WS-DX-GONE NOT = ZERO
517150         DISPLAY "  Changed but since deleted (left to the next"
517160             " extract): " WS-DX-GONE
517170     END-IF
517180     DISPLAY "Written to " WS-GED-OUT-NAME " and " WS-DXDEL-NAME
517190     IF WS-DX-TRUNCATED
517200         DISPLAY "*** WARNING: MORE THAN " MAX-DX
517210             " RECORDS CHANGED -- EXTRACT IS INCOMPLETE AND"
517220             " WAS NOT RECORDED ***"
517230         CLOSE PARTFILE
517240         GO TO 8600-EXIT
517250     END-IF
517260     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
517270     IF NOT WS-DX-PART-FOUND
517280         MOVE SPACES TO PARTNER-RECORD
517290         MOVE WS-DX-PARTNER TO PN-CODE
517300         MOVE ZERO TO PN-EXTRACTS
517310     END-IF
517320     MOVE WS-DX-FROM TO PN-LAST-FROM
517330     MOVE WS-DX-TO TO PN-LAST-THRU
517340     MOVE WS-CURR-DATE TO PN-LAST-RUN
517350     ADD 1 TO PN-EXTRACTS
517360     IF WS-DX-PART-FOUND
517370         REWRITE PARTNER-RECORD
517380     ELSE
517390         WRITE PARTNER-RECORD
517400     END-IF
517410     IF NOT WS-PART-OK
517420         DISPLAY "*** WARNING: EXTRACT DATE NOT RECORDED FOR "
517430             WS-DX-PARTNER ", FILE STATUS " WS-PART-STATUS " ***"
517440         MOVE 'Y' TO WS-RUN-WARN-FLAG
517450     END-IF
517460     CLOSE PARTFILE
517470 8600-EXIT.
517480     EXIT.
517490
517500*----------------------------------------------------------
517510* 8605-DX-DATE-TO-DAYS TURNS THE YYYYMMDD DATE IN WS-DX-FROM
517520* INTO A SERIAL DAY NUMBER IN WS-DN-DAYS, OR ZERO WHEN IT IS
517530* NOT A VALID DATE.
517540*----------------------------------------------------------
517550 8605-DX-DATE-TO-DAYS.
517560     MOVE ZERO TO WS-DN-DAYS
517570     MOVE SPACES TO WS-DATE-FIELD
517580     STRING WS-DX-FROM (1:4) DELIMITED BY SIZE
517590             "-" DELIMITED BY SIZE
517600             WS-DX-FROM (5:2) DELIMITED BY SIZE
517610             "-" DELIMITED BY SIZE
517620             WS-DX-FROM (7:2) DELIMITED BY SIZE
517630         INTO WS-DATE-FIELD
517640     END-STRING
517650     PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
517660     IF NOT WS-DATE-VALID
517670         GO TO 8605-EXIT
517680     END-IF
517690     MOVE WS-DATE-FIELD TO WS-DN-DATE
517700     PERFORM 9330-DATE-TO-DAYS THRU 9330-EXIT
517710 8605-EXIT.
517720     EXIT.
517730
517740*----------------------------------------------------------
517750* 8607-DX-DAYS-TO-DATE TURNS THE SERIAL DAY NUMBER IN
517760* WS-DN-DAYS BACK INTO A YYYYMMDD DATE IN WS-JRN-DATE, THE
517770* FORM THE JOURNAL FILE NAMES CARRY.
517780*----------------------------------------------------------
517790 8607-DX-DAYS-TO-DATE.
517800     PERFORM 9335-DAYS-TO-DATE THRU 9335-EXIT
517810     MOVE SPACES TO WS-JRN-DATE
517820     STRING WS-DN-DATE (1:4) DELIMITED BY SIZE
517830             WS-DN-DATE (6:2) DELIMITED BY SIZE
517840             WS-DN-DATE (9:2) DELIMITED BY SIZE
517850         INTO WS-JRN-DATE
517860     END-STRING
517870 8607-EXIT.
517880     EXIT.
517890
517900*----------------------------------------------------------
517910* 8610-DX-READ-JOURNAL READS THE JOURNAL FOR DAY WS-DX-DAY
517920* AND TALLIES EVERY ENTRY ON IT INTO DX-TABLE.
517930*----------------------------------------------------------
517940 8610-DX-READ-JOURNAL.
517950     MOVE WS-DX-DAY TO WS-DN-DAYS
517960     PERFORM 8607-DX-DAYS-TO-DATE THRU 8607-EXIT
517970     MOVE SPACES TO WS-JRN-NAME
517980     STRING "journal-" DELIMITED BY SIZE
517990             WS-JRN-DATE DELIMITED BY SIZE
518000             ".dat" DELIMITED BY SIZE
518010         INTO WS-JRN-NAME
518020     END-STRING
518030     OPEN INPUT JRNFILE
518040     IF NOT WS-JRN-OK
518050         GO TO 8610-EXIT
518060     END-IF
518070     ADD 1 TO WS-DX-JRN-READ
518080     MOVE 'N' TO EOF-JRNFILE
518090     PERFORM UNTIL END-OF-JRNFILE
518100         READ JRNFILE INTO JOURNAL-ENTRY
518110             AT END
518120                 MOVE 'Y' TO EOF-JRNFILE
518130             NOT AT END
518140                 ADD 1 TO WS-DX-ENTRIES
518150                 PERFORM 8612-DX-TALLY-ENTRY THRU 8612-EXIT
518160         END-READ
518170     END-PERFORM
518180     CLOSE JRNFILE
518190 8610-EXIT.
518200     EXIT.
518210
518220*----------------------------------------------------------
518230* 8612-DX-TALLY-ENTRY RECORDS ONE JOURNAL-ENTRY AGAINST ITS
518240* DX-TABLE ENTRY: THE FIRST ACTION SEEN IS KEPT, THE LAST IS
518250* OVERWRITTEN. A MARRIAGE IMAGE LEAVES ITS PARTNERS AND A
518260* CITATION IMAGE ITS PERSON IN DX-REF1/DX-REF2, SO A DELETION
518270* CAN STILL BE DESCRIBED; THE CITED PERSON IS TOUCHED TOO.
518280*----------------------------------------------------------
518290 8612-DX-TALLY-ENTRY.
518300     IF JE-FILE NOT = "TREE" AND JE-FILE NOT = "MARR"
518310             AND JE-FILE NOT = "SRC" AND JE-FILE NOT = "CIT"
518320         GO TO 8612-EXIT
518330     END-IF
518340     IF JE-ACTION NOT = "W" AND JE-ACTION NOT = "R"
518350             AND JE-ACTION NOT = "D"
518360         GO TO 8612-EXIT
518370     END-IF
518380     MOVE JE-FILE TO WS-DX-FILE
518390     MOVE JE-KEY TO WS-DX-KEY
518400     PERFORM 8614-DX-FIND-ENTRY THRU 8614-EXIT
518410     IF WS-DX-IDX = ZERO
518420         GO TO 8612-EXIT
518430     END-IF
518440     IF DX-FIRST (WS-DX-IDX) = SPACE
518450         MOVE JE-ACTION TO DX-FIRST (WS-DX-IDX)
518460     END-IF
518470     MOVE JE-ACTION TO DX-LAST (WS-DX-IDX)
518480     IF JE-ACTION NOT = "D"
518490         EVALUATE JE-FILE
518500             WHEN "MARR"
518510                 MOVE JE-IMAGE TO MARRIAGE-RECORD
518520                 MOVE MR-PARTNER1-ID TO DX-REF1 (WS-DX-IDX)
518530                 MOVE MR-PARTNER2-ID TO DX-REF2 (WS-DX-IDX)
518540             WHEN "CIT"
518550                 MOVE JE-IMAGE TO CITATION-RECORD
518560                 MOVE CI-PERSON-ID TO DX-REF1 (WS-DX-IDX)
518570         END-EVALUATE
518580     END-IF
518590     IF JE-FILE NOT = "CIT" OR DX-REF1 (WS-DX-IDX) = ZERO
518600         GO TO 8612-EXIT
518610     END-IF
518620     MOVE "TREE" TO WS-DX-FILE
518630     MOVE DX-REF1 (WS-DX-IDX) TO WS-DX-KEY
518640     PERFORM 8614-DX-FIND-ENTRY THRU 8614-EXIT
518650     IF WS-DX-IDX NOT = ZERO
518660         IF DX-FIRST (WS-DX-IDX) = SPACE
518670             MOVE "R" TO DX-FIRST (WS-DX-IDX)
518680             MOVE "R" TO DX-LAST (WS-DX-IDX)
518690         END-IF
518700     END-IF
518710 8612-EXIT.
518720     EXIT.
518730
518740*----------------------------------------------------------
518750* 8614-DX-FIND-ENTRY SETS WS-DX-IDX TO THE DX-TABLE ENTRY FOR
518760* WS-DX-FILE/WS-DX-KEY, ADDING A BLANK ONE WHEN THERE IS
518770* NONE. WHEN THE TABLE IS FULL WS-DX-IDX COMES BACK ZERO AND
518780* THE EXTRACT IS MARKED TRUNCATED.
518790*----------------------------------------------------------
518800 8614-DX-FIND-ENTRY.
518810     MOVE ZERO TO WS-DX-IDX
518820     PERFORM VARYING WS-DX-SCAN FROM 1 BY 1
518830             UNTIL WS-DX-SCAN > DX-SIZE OR WS-DX-IDX NOT = ZERO
518840         IF DX-FILE (WS-DX-SCAN) = WS-DX-FILE
518850                 AND DX-KEY (WS-DX-SCAN) = WS-DX-KEY
518860             MOVE WS-DX-SCAN TO WS-DX-IDX
518870         END-IF
518880     END-PERFORM
518890     IF WS-DX-IDX NOT = ZERO
518900         GO TO 8614-EXIT
518910     END-IF
518920     IF DX-SIZE >= MAX-DX
518930         MOVE 'Y' TO WS-DX-TRUNC-FLAG
518940         GO TO 8614-EXIT
518950     END-IF
518960     ADD 1 TO DX-SIZE
518970     MOVE DX-SIZE TO WS-DX-IDX
518980     MOVE WS-DX-FILE TO DX-FILE (WS-DX-IDX)
518990     MOVE WS-DX-KEY TO DX-KEY (WS-DX-IDX)
519000     MOVE SPACE TO DX-FIRST (WS-DX-IDX)
519010     MOVE SPACE TO DX-LAST (WS-DX-IDX)
519020     MOVE SPACE TO DX-NET (WS-DX-IDX)
519030     MOVE ZERO TO DX-REF1 (WS-DX-IDX)
519040     MOVE ZERO TO DX-REF2 (WS-DX-IDX)
519050     MOVE ZERO TO DX-TNUM (WS-DX-IDX)
519060 8614-EXIT.
519070     EXIT.
519080
519090*----------------------------------------------------------
519100* 8620-DX-RESOLVE WORKS OUT THE NET CHANGE FOR THE DX-TABLE
519110* ENTRY AT WS-DX-IDX AND FINDS THE RECORD'S CURRENT POSITION
519120* IN ITS TABLE (DX-TNUM, ZERO WHEN IT IS NO LONGER ON FILE).
519130* FOR A PERSON DX-REF1/DX-REF2 BECOME THE CURRENT FATHER AND
519140* MOTHER, FOR A MARRIAGE THE CURRENT PARTNERS, SO 8630 CAN
519150* TELL WHICH FAMILIES THE CHANGE REACHES.
519160*----------------------------------------------------------
519170 8620-DX-RESOLVE.
519180     IF DX-LAST (WS-DX-IDX) = "D"
519190         IF DX-FIRST (WS-DX-IDX) = "W"
519200             MOVE "X" TO DX-NET (WS-DX-IDX)
519210         ELSE
519220             MOVE "D" TO DX-NET (WS-DX-IDX)
519230         END-IF
519240         GO TO 8620-EXIT
519250     END-IF
519260     IF DX-FIRST (WS-DX-IDX) = "W"
519270         MOVE "A" TO DX-NET (WS-DX-IDX)
519280     ELSE
519290         MOVE "C" TO DX-NET (WS-DX-IDX)
519300     END-IF
519310     EVALUATE DX-FILE (WS-DX-IDX)
519320         WHEN "TREE"
519330             PERFORM VARYING WS-DX-SCAN FROM 1 BY 1
519340                     UNTIL WS-DX-SCAN > TREE-SIZE
519350                 IF TT-ID (WS-DX-SCAN) = DX-KEY (WS-DX-IDX)
519360                     MOVE WS-DX-SCAN TO DX-TNUM (WS-DX-IDX)
519370                     MOVE TT-FATHER-ID (WS-DX-SCAN)
519380                         TO DX-REF1 (WS-DX-IDX)
519390                     MOVE TT-MOTHER-ID (WS-DX-SCAN)
519400                         TO DX-REF2 (WS-DX-IDX)
519410                 END-IF
519420             END-PERFORM
519430         WHEN "MARR"
519440             PERFORM VARYING WS-DX-SCAN FROM 1 BY 1
519450                     UNTIL WS-DX-SCAN > MARR-SIZE
519460                 IF MT-ID (WS-DX-SCAN) = DX-KEY (WS-DX-IDX)
519470                     MOVE WS-DX-SCAN TO DX-TNUM (WS-DX-IDX)
519480                     MOVE MT-PARTNER1-ID (WS-DX-SCAN)
519490                         TO DX-REF1 (WS-DX-IDX)
519500                     MOVE MT-PARTNER2-ID (WS-DX-SCAN)
519510                         TO DX-REF2 (WS-DX-IDX)
519520                 END-IF
519530             END-PERFORM
519540         WHEN "SRC"
519550             PERFORM VARYING WS-DX-SCAN FROM 1 BY 1
519560                     UNTIL WS-DX-SCAN > SRC-SIZE
519570                 IF ST-ID (WS-DX-SCAN) = DX-KEY (WS-DX-IDX)
519580                     MOVE WS-DX-SCAN TO DX-TNUM (WS-DX-IDX)
519590                 END-IF
519600             END-PERFORM
519610         WHEN "CIT"
519620             PERFORM VARYING WS-DX-SCAN FROM 1 BY 1
519630                     UNTIL WS-DX-SCAN > CIT-SIZE
519640                 IF CT-ID (WS-DX-SCAN) = DX-KEY (WS-DX-IDX)
519650                     MOVE WS-DX-SCAN TO DX-TNUM (WS-DX-IDX)
519660                 END-IF
519670             END-PERFORM
519680     END-EVALUATE
519690     IF DX-TNUM (WS-DX-IDX) = ZERO
519700         ADD 1 TO WS-DX-GONE
519710     END-IF
519720 8620-EXIT.
519730     EXIT.
519740
519750*----------------------------------------------------------
519760* 8630-DX-CHECK-FAM SETS WS-DX-FAM-WANTED WHEN THE FAM-TABLE
519770* ENTRY AT FAM-IDX IS REACHED BY AN ADDED OR CHANGED RECORD:
519780* A PERSON WHO IS ONE OF THE COUPLE OR ONE OF THEIR CHILDREN,
519790* OR THE COUPLE'S MARRIAGE RECORD.
519800*----------------------------------------------------------
519810 8630-DX-CHECK-FAM.
519820     MOVE 'N' TO WS-DX-FAM-FLAG
519830     PERFORM VARYING WS-DX-SCAN FROM 1 BY 1
519840             UNTIL WS-DX-SCAN > DX-SIZE OR WS-DX-FAM-WANTED
519850         IF (DX-NET (WS-DX-SCAN) = "A"
519860                 OR DX-NET (WS-DX-SCAN) = "C")
519870                 AND DX-TNUM (WS-DX-SCAN) NOT = ZERO
519880             IF DX-FILE (WS-DX-SCAN) = "TREE"
519890                 IF DX-KEY (WS-DX-SCAN) = FAM-HUSB-ID (FAM-IDX)
519900                         OR DX-KEY (WS-DX-SCAN)
519910                             = FAM-WIFE-ID (FAM-IDX)
519920                     MOVE 'Y' TO WS-DX-FAM-FLAG
519930                 END-IF
519940             END-IF
519950             IF DX-FILE (WS-DX-SCAN) = "TREE"
519960                     OR DX-FILE (WS-DX-SCAN) = "MARR"
519970                 IF (DX-REF1 (WS-DX-SCAN)
519980                         = FAM-HUSB-ID (FAM-IDX)
519990                     AND DX-REF2 (WS-DX-SCAN)
520000                         = FAM-WIFE-ID (FAM-IDX))
520010                   OR (DX-REF1 (WS-DX-SCAN)
520020                         = FAM-WIFE-ID (FAM-IDX)
520030                     AND DX-REF2 (WS-DX-SCAN)
520040                         = FAM-HUSB-ID (FAM-IDX))
520050                     MOVE 'Y' TO WS-DX-FAM-FLAG
520060                 END-IF
520070             END-IF
520080         END-IF
520090     END-PERFORM
520100 8630-EXIT.
520110     EXIT.
520120
520130*----------------------------------------------------------
520140* 8640-DX-WRITE-DELETION WRITES ONE LINE OF THE DELETION LIST
520150* FOR THE DX-TABLE ENTRY AT WS-DX-IDX. PERSONS AND SOURCES
520160* ARE NAMED BY THE SAME XREF THE GEDCOM EXPORTS USE; A
520170* MARRIAGE OR CITATION BY ITS KEY, WITH THE PEOPLE IT LINKED
520180* WHEN THE RANGE HELD AN IMAGE OF IT.
520190*----------------------------------------------------------
520200 8640-DX-WRITE-DELETION.
520210     MOVE SPACES TO DXDEL-RECORD
520220     EVALUATE DX-FILE (WS-DX-IDX)
520230         WHEN "TREE"
520240             STRING "INDI @I" DELIMITED BY SIZE
520250                     DX-KEY (WS-DX-IDX) DELIMITED BY SIZE
520260                     "@" DELIMITED BY SIZE
520270                 INTO DXDEL-RECORD
520280             END-STRING
520290         WHEN "SRC"
520300             STRING "SOUR @S" DELIMITED BY SIZE
520310                     DX-KEY (WS-DX-IDX) DELIMITED BY SIZE
520320                     "@" DELIMITED BY SIZE
520330                 INTO DXDEL-RECORD
520340             END-STRING
520350         WHEN "MARR"
520360             STRING "MARR " DELIMITED BY SIZE
520370                     DX-KEY (WS-DX-IDX) DELIMITED BY SIZE
520380                 INTO DXDEL-RECORD
520390             END-STRING
520400             IF DX-REF1 (WS-DX-IDX) NOT = ZERO
520410                 MOVE " @I" TO DXDEL-RECORD (11:3)
520420                 MOVE DX-REF1 (WS-DX-IDX) TO DXDEL-RECORD (14:5)
520430                 MOVE "@ @I" TO DXDEL-RECORD (19:4)
520440                 MOVE DX-REF2 (WS-DX-IDX) TO DXDEL-RECORD (23:5)
520450                 MOVE "@" TO DXDEL-RECORD (28:1)
520460             END-IF
520470         WHEN "CIT"
520480             STRING "CITN " DELIMITED BY SIZE
520490                     DX-KEY (WS-DX-IDX) DELIMITED BY SIZE
520500                 INTO DXDEL-RECORD
520510             END-STRING
520520             IF DX-REF1 (WS-DX-IDX) NOT = ZERO
520530                 MOVE " @I" TO DXDEL-RECORD (11:3)
520540                 MOVE DX-REF1 (WS-DX-IDX) TO DXDEL-RECORD (14:5)
520550                 MOVE "@" TO DXDEL-RECORD (19:1)
520560             END-IF
520570     END-EVALUATE
520580     WRITE DXDEL-RECORD
520590     ADD 1 TO WS-DX-DEL
520600 8640-EXIT.
520610     EXIT.
520620
520630*----------------------------------------------------------
520640* 8650-DX-WRITE-GEDCOM WRITES DELTA-<PARTNER>.GED: THE USUAL
520650* HEADER ADDRESSED TO THE PARTNER, THE CURRENT IMAGE OF EACH
520660* ADDED OR CHANGED PERSON, EVERY FAMILY 8630 SAYS THE CHANGES
520670* REACH, AND EACH ADDED OR CHANGED SOURCE. THE EXPORT'S OWN
520680* PARAGRAPHS WRITE THE RECORDS WITH PRIVACY MODE FORCED ON.
520690*----------------------------------------------------------
520700 8650-DX-WRITE-GEDCOM.
520710     MOVE 'Y' TO WS-PRIV-MODE-FLAG
520720     MOVE ZERO TO WS-PRIV-REDACT-COUNT
520730     PERFORM 6105-BUILD-FAM-TABLE THRU 6105-EXIT
520740     OPEN OUTPUT GEDFILE
520750     MOVE "0 HEAD" TO GED-RECORD
520760     WRITE GED-RECORD
520770     MOVE "1 SOUR FAMILYTREE" TO GED-RECORD
520780     WRITE GED-RECORD
520790     MOVE SPACES TO GED-RECORD
520800     STRING "1 DEST " DELIMITED BY SIZE
520810             WS-DX-PARTNER DELIMITED BY SPACE
520820         INTO GED-RECORD
520830     END-STRING
520840     WRITE GED-RECORD
520850     MOVE "1 GEDC" TO GED-RECORD
520860     WRITE GED-RECORD
520870     MOVE "2 VERS 5.5.1" TO GED-RECORD
520880     WRITE GED-RECORD
520890     MOVE "2 FORM LINEAGE-LINKED" TO GED-RECORD
520900     WRITE GED-RECORD
520910     MOVE "1 CHAR UTF-8" TO GED-RECORD
520920     WRITE GED-RECORD
520930     MOVE SPACES TO GED-RECORD
520940     STRING "1 NOTE Changes from " DELIMITED BY SIZE
520950             WS-DX-FROM DELIMITED BY SIZE
520960             " through " DELIMITED BY SIZE
520970             WS-DX-TO DELIMITED BY SIZE
520980             "; deletions are listed in " DELIMITED BY SIZE
520990             WS-DXDEL-NAME DELIMITED BY SPACE
521000         INTO GED-RECORD
521010     END-STRING
521020     WRITE GED-RECORD
521030     PERFORM VARYING WS-DX-IDX FROM 1 BY 1
521040             UNTIL WS-DX-IDX > DX-SIZE
521050         IF DX-FILE (WS-DX-IDX) = "TREE"
521060                 AND (DX-NET (WS-DX-IDX) = "A"
521070                 OR DX-NET (WS-DX-IDX) = "C")
521080                 AND DX-TNUM (WS-DX-IDX) NOT = ZERO
521090             SET TREE-IDX TO DX-TNUM (WS-DX-IDX)
521100             PERFORM 6110-WRITE-GED-INDI THRU 6110-EXIT
521110             ADD 1 TO WS-DX-INDI
521120         END-IF
521130     END-PERFORM
521140     PERFORM VARYING FAM-IDX FROM 1 BY 1
521150             UNTIL FAM-IDX > WS-FAM-SEQ
521160         PERFORM 8630-DX-CHECK-FAM THRU 8630-EXIT
521170         IF WS-DX-FAM-WANTED
521180             PERFORM 6120-WRITE-GED-FAM THRU 6120-EXIT
521190             ADD 1 TO WS-DX-FAMS
521200         END-IF
521210     END-PERFORM
521220     PERFORM VARYING WS-DX-IDX FROM 1 BY 1
521230             UNTIL WS-DX-IDX > DX-SIZE
521240         IF DX-FILE (WS-DX-IDX) = "SRC"
521250                 AND (DX-NET (WS-DX-IDX) = "A"
521260                 OR DX-NET (WS-DX-IDX) = "C")
521270                 AND DX-TNUM (WS-DX-IDX) NOT = ZERO
521280             MOVE DX-TNUM (WS-DX-IDX) TO WS-SRC-IDX
521290             PERFORM 6150-WRITE-GED-SOUR THRU 6150-EXIT
521300             ADD 1 TO WS-DX-SOUR
521310         END-IF
521320     END-PERFORM
521330     MOVE "0 TRLR" TO GED-RECORD
521340     WRITE GED-RECORD
521350     CLOSE GEDFILE
521360 8650-EXIT.
521370     EXIT.
521380
521390*----------------------------------------------------------
521400* 1800-LOAD-MEDIA MIRRORS 1500-LOAD-NOTES FOR MEDIAFILE,
521410* REBUILDING MED-TABLE AND RECOMPUTING WS-MED-ID-COUNTER FROM
521420* THE HIGHEST MEDIA ID ON FILE. A MISSING MEDIA FILE SIMPLY
521430* MEANS NOTHING HAS BEEN CATALOGED YET.
521440*----------------------------------------------------------
521450 1800-LOAD-MEDIA.
521460     MOVE ZERO TO MED-SIZE
521470     MOVE ZERO TO WS-MED-MAX-ID
521480     OPEN INPUT MEDIAFILE
521490     IF NOT WS-MED-OK
521500         IF NOT WS-MED-NOT-FOUND
521510             DISPLAY "Unable to open media file, status "
521520                 WS-MED-STATUS
521530             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
521540         END-IF
521550         COMPUTE WS-MED-ID-COUNTER = WS-MED-MAX-ID + 1
521560         GO TO 1800-EXIT
521570     END-IF
521580     MOVE 'N' TO EOF-MEDIAFILE
521590     PERFORM UNTIL END-OF-MEDIAFILE OR MED-SIZE >= MAX-MED
521600         READ MEDIAFILE NEXT RECORD
521610             AT END
521620                 MOVE 'Y' TO EOF-MEDIAFILE
521630             NOT AT END
521640                 ADD 1 TO MED-SIZE
521650                 IF MD-ID > WS-MED-MAX-ID
521660                     MOVE MD-ID TO WS-MED-MAX-ID
521670                 END-IF
521680                 MOVE MD-ID       TO MM-ID (MED-SIZE)
521690                 MOVE MD-REC-TYPE TO MM-REC-TYPE (MED-SIZE)
521700                 MOVE MD-REC-ID   TO MM-REC-ID (MED-SIZE)
521710                 MOVE MD-PATH     TO MM-PATH (MED-SIZE)
521720                 MOVE MD-FORMAT   TO MM-FORMAT (MED-SIZE)
521730                 MOVE MD-TITLE    TO MM-TITLE (MED-SIZE)
521740                 MOVE MD-DATE     TO MM-DATE (MED-SIZE)
521750                 MOVE MD-DESC     TO MM-DESC (MED-SIZE)
521760         END-READ
521770     END-PERFORM
521780     MOVE ZERO TO WS-MED-OVERFLOW
521790     PERFORM UNTIL END-OF-MEDIAFILE
521800         READ MEDIAFILE NEXT RECORD
521810             AT END
521820                 MOVE 'Y' TO EOF-MEDIAFILE
521830             NOT AT END
521840                 ADD 1 TO WS-MED-OVERFLOW
521850                 IF MD-ID > WS-MED-MAX-ID
521860                     MOVE MD-ID TO WS-MED-MAX-ID
521870                 END-IF
521880         END-READ
521890     END-PERFORM
521900     CLOSE MEDIAFILE
521910     COMPUTE WS-MED-ID-COUNTER = WS-MED-MAX-ID + 1
521920     IF WS-MED-OVERFLOW NOT = ZERO
521930         DISPLAY "*** WARNING: MED-TABLE IS FULL -- "
521940             WS-MED-OVERFLOW " media item(s) NOT loaded."
521950             " Raise MAX-MED and recompile."
521960     END-IF
521970 1800-EXIT.
521980     EXIT.
521990
522000*----------------------------------------------------------
522010* 4810-ADD-MEDIA (MENU CHOICE 44) CATALOGS ONE SCANNED
522020* CERTIFICATE, PHOTOGRAPH OR OTHER DOCUMENT AGAINST A PERSON,
522030* A MARRIAGE, A LIFE EVENT OR A SOURCE. THE PROGRAM ONLY
522040* RECORDS WHERE THE FILE IS KEPT AND WHAT IT IS -- THE IMAGE
522050* ITSELF STAYS WHERE IT IS. THE KEYED RECORD IS CHECKED BY
522060* 4860 BEFORE THE ITEM IS ACCEPTED, AND A PATH IS REQUIRED.
522070*----------------------------------------------------------
522080 4810-ADD-MEDIA.
522090     MOVE SPACES TO MEDIA-RECORD
522100     DISPLAY "Attach media to Person, Marriage, Event or"
522110         " Source (P/M/E/S):"
522120     ACCEPT MD-REC-TYPE
522130     IF MD-REC-TYPE NOT = "P" AND MD-REC-TYPE NOT = "M"
522140             AND MD-REC-TYPE NOT = "E" AND MD-REC-TYPE NOT = "S"
522150         DISPLAY "Type must be P, M, E or S."
522160         GO TO 4810-EXIT
522170     END-IF
522180     DISPLAY "Enter the ID the media item belongs to:"
522190     ACCEPT MD-REC-ID
522200     PERFORM 4860-CHECK-MEDIA-OWNER THRU 4860-EXIT
522210     IF NOT WS-ID-FOUND
522220         DISPLAY "No record found with that ID."
522230         GO TO 4810-EXIT
522240     END-IF
522250     DISPLAY "Enter file path of the image or document:"
522260     ACCEPT MD-PATH
522270     IF MD-PATH = SPACES
522280         DISPLAY "A file path is required -- nothing added."
522290         GO TO 4810-EXIT
522300     END-IF
522310     DISPLAY "Enter format (JPG/PNG/TIF/PDF, etc.):"
522320     ACCEPT MD-FORMAT
522330     INSPECT MD-FORMAT
522340         CONVERTING "abcdefghijklmnopqrstuvwxyz"
522350                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
522360     DISPLAY "Enter title:"
522370     ACCEPT MD-TITLE
522380     DISPLAY "Enter date of the item (YYYY-MM-DD or blank):"
522390     ACCEPT MD-DATE
522391     IF MD-DATE NOT = SPACES
522392         MOVE MD-DATE TO WS-DATE-FIELD
522393         PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
522394         IF NOT WS-DATE-VALID
522395             DISPLAY "Date must be YYYY-MM-DD -- nothing added."
522396             GO TO 4810-EXIT
522397         END-IF
522398     END-IF
522400     DISPLAY "Enter description (optional):"
522410     ACCEPT MD-DESC
522420     PERFORM 4820-WRITE-NEW-MEDIA THRU 4820-EXIT
522430     DISPLAY "Media item added successfully."
522440 4810-EXIT.
522450     EXIT.
522460
522470*----------------------------------------------------------
522480* 4820-WRITE-NEW-MEDIA ASSIGNS THE NEXT MEDIA ID TO THE
522490* MEDIA-RECORD ALREADY BUILT IN MD-REC-TYPE/MD-REC-ID/MD-PATH/
522500* ETC AND WRITES IT TO MEDIAFILE, THE SAME WAY 4150-WRITE-NEW-
522510* NOTE DOES FOR NOTES. SHARED BY THE INTERACTIVE ADD AND THE
522520* GEDCOM IMPORT, WHICH SETS WS-SKIP-RELOAD.
522530*----------------------------------------------------------
522540 4820-WRITE-NEW-MEDIA.
522550     MOVE WS-MED-ID-COUNTER TO MD-ID
522560     ADD 1 TO WS-MED-ID-COUNTER
522570     OPEN I-O MEDIAFILE
522580     IF NOT WS-MED-OK
522590         OPEN OUTPUT MEDIAFILE
522600         CLOSE MEDIAFILE
522610         OPEN I-O MEDIAFILE
522620     END-IF
522630     WRITE MEDIA-RECORD
522640     PERFORM UNTIL WS-MED-OK
522650             OR NOT WS-MED-DUPLICATE
522660         MOVE WS-MED-ID-COUNTER TO MD-ID
522670         ADD 1 TO WS-MED-ID-COUNTER
522680         WRITE MEDIA-RECORD
522690     END-PERFORM
522700     IF NOT WS-MED-OK
522710         DISPLAY "Unable to add media item, file status "
522720             WS-MED-STATUS
522730         MOVE 'Y' TO WS-RUN-INCOMPLETE-FLAG
522740     END-IF
522750     CLOSE MEDIAFILE
522760     IF NOT WS-SKIP-RELOAD
522770         PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
522780     END-IF
522790 4820-EXIT.
522800     EXIT.
522810
522820*----------------------------------------------------------
522830* 4830-EDIT-MEDIA (MENU CHOICE 45) CHANGES THE PATH, FORMAT,
522840* TITLE, DATE OR DESCRIPTION OF ONE CATALOGED ITEM -- A SCAN
522850* MOVED TO A NEW FOLDER, A BETTER TITLE. A BLANK ANSWER KEEPS
522860* THE CURRENT VALUE. THE RECORD THE ITEM IS LINKED TO IS NOT
522870* CHANGED HERE.
522880*----------------------------------------------------------
522890 4830-EDIT-MEDIA.
522900     DISPLAY "Enter ID of media item to edit:"
522910     ACCEPT WS-MED-FIND-ID
522920     MOVE WS-MED-FIND-ID TO MD-ID
522930     OPEN I-O MEDIAFILE
522940     IF NOT WS-MED-OK
522950         IF WS-MED-NOT-FOUND
522960             DISPLAY "No media item found with that ID."
522970         ELSE
522980             DISPLAY "Unable to open media file, status "
522990                 WS-MED-STATUS
523000             MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
523010         END-IF
523020         GO TO 4830-EXIT
523030     END-IF
523040     READ MEDIAFILE RECORD
523050         INVALID KEY
523060             DISPLAY "No media item found with that ID."
523070             CLOSE MEDIAFILE
523080             GO TO 4830-EXIT
523090         NOT INVALID KEY
523100             DISPLAY "Media " MD-ID " is linked to "
523110                 MD-REC-TYPE " " MD-REC-ID
523120             PERFORM 4850-PROMPT-MEDIA-VALUES THRU 4850-EXIT
523127             IF WS-DATE-VALID
523134                 MOVE TD-PATH       TO MD-PATH
523141                 MOVE TD-FORMAT     TO MD-FORMAT
523148                 MOVE TD-TITLE      TO MD-TITLE
523155                 MOVE TD-DATE       TO MD-DATE
523162                 MOVE TD-DESC       TO MD-DESC
523169                 REWRITE MEDIA-RECORD
523176             END-IF
523190     END-READ
523200     CLOSE MEDIAFILE
523202     IF NOT WS-DATE-VALID
523204         DISPLAY "Date must be YYYY-MM-DD -- nothing saved."
523206         GO TO 4830-EXIT
523208     END-IF
523210     PERFORM 1800-LOAD-MEDIA THRU 1800-EXIT
523220     DISPLAY "Media item updated successfully."
523230 4830-EXIT.
523240     EXIT.
523250
523260*----------------------------------------------------------
523270* 4840-LIST-MEDIA (MENU CHOICE 46) LISTS EVERY ITEM CATALOGED
523280* AGAINST ONE PERSON, MARRIAGE, EVENT OR SOURCE, THE WAY
523290* 4200-VIEW-NOTES LISTS NOTES.
523300*----------------------------------------------------------
523310 4840-LIST-MEDIA.
523320     DISPLAY "List media for Person, Marriage, Event or"
523330         " Source (P/M/E/S):"
523340     ACCEPT MD-REC-TYPE
523350     DISPLAY "Enter the ID to list media for:"
523360     ACCEPT MD-REC-ID
523370     DISPLAY "Media on file:"
523380     DISPLAY "---------------------------------------"
523390     MOVE ZERO TO WS-MED-LIST-COUNT
523400     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
523410             UNTIL WS-MED-IDX > MED-SIZE
523420         IF MM-REC-TYPE (WS-MED-IDX) = MD-REC-TYPE
523430                 AND MM-REC-ID (WS-MED-IDX) = MD-REC-ID
523440             ADD 1 TO WS-MED-LIST-COUNT
523450             PERFORM 4845-DISPLAY-ONE-MEDIA THRU 4845-EXIT
523460         END-IF
523470     END-PERFORM
523480     IF WS-MED-LIST-COUNT = ZERO
523490         DISPLAY "No media on file for that record."
523500     END-IF
523510     DISPLAY "---------------------------------------"
523520 4840-EXIT.
523530     EXIT.
523540
523550*----------------------------------------------------------
523560* 4845-DISPLAY-ONE-MEDIA SHOWS THE MED-TABLE ENTRY AT
523570* WS-MED-IDX, THE WAY 5550-DISPLAY-ONE-EVENT SHOWS AN EVENT.
523580*----------------------------------------------------------
523590 4845-DISPLAY-ONE-MEDIA.
523600     DISPLAY "Media " MM-ID (WS-MED-IDX) ": "
523610         MM-TITLE (WS-MED-IDX)
523620     DISPLAY "  File: " MM-PATH (WS-MED-IDX)
523630     IF MM-FORMAT (WS-MED-IDX) NOT = SPACES
523640         DISPLAY "  Format: " MM-FORMAT (WS-MED-IDX)
523650     END-IF
523660     IF MM-DATE (WS-MED-IDX) NOT = SPACES
523670         DISPLAY "  Date: " MM-DATE (WS-MED-IDX)
523680     END-IF
523690     IF MM-DESC (WS-MED-IDX) NOT = SPACES
523700         DISPLAY "  Detail: " MM-DESC (WS-MED-IDX)
523710     END-IF
523720 4845-EXIT.
523730     EXIT.
523740
523741*----------------------------------------------------------
523742* 4850-PROMPT-MEDIA-VALUES READS THE NEW CATALOG FIELDS FOR
523743* 4830 INTO TEMP-MEDIA, KEEPING THE CURRENT VALUE FROM
523744* MEDIA-RECORD FOR ANY ANSWER LEFT BLANK, THE WAY 3850 DOES
523745* FOR A LIFE EVENT. A DATE THAT IS NOT YYYY-MM-DD LEAVES
523746* WS-DATE-VALID OFF SO 4830 SAVES NOTHING.
523747*----------------------------------------------------------
523750 4850-PROMPT-MEDIA-VALUES.
523760     DISPLAY "Enter new file path (blank to keep current):"
523770     ACCEPT TD-PATH
523780     IF TD-PATH = SPACES
523790         MOVE MD-PATH TO TD-PATH
523800     END-IF
523810     DISPLAY "Enter new format (blank to keep current):"
523820     ACCEPT TD-FORMAT
523830     IF TD-FORMAT = SPACES
523840         MOVE MD-FORMAT TO TD-FORMAT
523850     END-IF
523860     INSPECT TD-FORMAT
523870         CONVERTING "abcdefghijklmnopqrstuvwxyz"
523880                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
523890     DISPLAY "Enter new title (blank to keep current):"
523900     ACCEPT TD-TITLE
523910     IF TD-TITLE = SPACES
523920         MOVE MD-TITLE TO TD-TITLE
523930     END-IF
523940     DISPLAY "Enter new date (blank to keep current):"
523950     ACCEPT TD-DATE
523960     IF TD-DATE = SPACES
523970         MOVE MD-DATE TO TD-DATE
523980     END-IF
523981     MOVE 'Y' TO WS-DATE-VALID-FLAG
523982     IF TD-DATE NOT = SPACES
523983         MOVE TD-DATE TO WS-DATE-FIELD
523984         PERFORM 9310-TEST-DATE-FORMAT THRU 9310-EXIT
523985     END-IF
523990     DISPLAY "Enter new description (blank to keep current):"
524000     ACCEPT TD-DESC
524010     IF TD-DESC = SPACES
524020         MOVE MD-DESC TO TD-DESC
524030     END-IF
524040 4850-EXIT.
524050     EXIT.
524060
524070*----------------------------------------------------------
524080* 4860-CHECK-MEDIA-OWNER SETS WS-ID-FOUND WHEN THE RECORD
524090* NAMED BY MD-REC-TYPE/MD-REC-ID IS ON FILE -- A PERSON ON
524100* TREE-TABLE, A MARRIAGE ON MARR-TABLE, AN EVENT ON EVT-TABLE
524110* OR A SOURCE ON SRC-TABLE -- THE SAME CHECK 4100 MAKES.
524120*----------------------------------------------------------
524130 4860-CHECK-MEDIA-OWNER.
524140     MOVE 'N' TO WS-FOUND-FLAG
524150     EVALUATE MD-REC-TYPE
524160         WHEN "P"
524170             MOVE MD-REC-ID TO WS-CHECK-ID
524180             PERFORM 8200-FIND-IN-TREE THRU 8200-EXIT
524190         WHEN "M"
524200             PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
524210                     UNTIL WS-MARR-IDX > MARR-SIZE
524220                 IF MT-ID (WS-MARR-IDX) = MD-REC-ID
524230                     MOVE 'Y' TO WS-FOUND-FLAG
524240                 END-IF
524250             END-PERFORM
524260         WHEN "E"
524270             PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
524280                     UNTIL WS-EVT-IDX > EVT-SIZE
524290                 IF ET-ID (WS-EVT-IDX) = MD-REC-ID
524300                     MOVE 'Y' TO WS-FOUND-FLAG
524310                 END-IF
524320             END-PERFORM
524330         WHEN "S"
524340             PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
524350                     UNTIL WS-SRC-IDX > SRC-SIZE
524360                 IF ST-ID (WS-SRC-IDX) = MD-REC-ID
524370                     MOVE 'Y' TO WS-FOUND-FLAG
524380                 END-IF
524390             END-PERFORM
524400     END-EVALUATE
524410 4860-EXIT.
524420     EXIT.
524430
524440*----------------------------------------------------------
524450* 4870-COUNT-MEDIA COUNTS THE ITEMS CATALOGED FOR THE PERSON
524460* IN WS-MED-FIND-ID INTO WS-MED-COUNT FOR THE FAMILY GROUP
524470* SHEET: ITEMS ON THE PERSON, ON ANY OF THE PERSON'S LIFE
524480* EVENTS AND ON ANY MARRIAGE THE PERSON IS A PARTNER IN.
524490*----------------------------------------------------------
524500 4870-COUNT-MEDIA.
524510     MOVE ZERO TO WS-MED-COUNT
524520     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
524530             UNTIL WS-MED-IDX > MED-SIZE
524540         EVALUATE MM-REC-TYPE (WS-MED-IDX)
524550             WHEN "P"
524560                 IF MM-REC-ID (WS-MED-IDX) = WS-MED-FIND-ID
524570                     ADD 1 TO WS-MED-COUNT
524580                 END-IF
524590             WHEN "E"
524600                 PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
524610                         UNTIL WS-EVT-IDX > EVT-SIZE
524620                     IF ET-ID (WS-EVT-IDX)
524630                                 = MM-REC-ID (WS-MED-IDX)
524640                             AND ET-PERSON-ID (WS-EVT-IDX)
524650                                 = WS-MED-FIND-ID
524660                         ADD 1 TO WS-MED-COUNT
524670                     END-IF
524680                 END-PERFORM
524690             WHEN "M"
524700                 PERFORM VARYING WS-MARR-IDX FROM 1 BY 1
524710                         UNTIL WS-MARR-IDX > MARR-SIZE
524720                     IF MT-ID (WS-MARR-IDX)
524730                                 = MM-REC-ID (WS-MED-IDX)
524740                             AND (MT-PARTNER1-ID (WS-MARR-IDX)
524750                                     = WS-MED-FIND-ID
524760                                 OR MT-PARTNER2-ID (WS-MARR-IDX)
524770                                     = WS-MED-FIND-ID)
524780                         ADD 1 TO WS-MED-COUNT
524790                     END-IF
524800                 END-PERFORM
524810         END-EVALUATE
524820     END-PERFORM
524830 4870-EXIT.
524840     EXIT.
524850
524860*----------------------------------------------------------
524870* 6175-WRITE-GED-MEDIA EMITS THE MED-TABLE ENTRY AT WS-MED-IDX
524880* AS A GEDCOM OBJE STRUCTURE AT LEVEL WS-MED-GED-LEVEL UNDER
524890* WHATEVER INDI, EVENT, FAM OR SOUR RECORD THE CALLER IS
524900* WRITING: FILE (WITH ITS FORM BENEATH IT) AND TITL AS THE
524910* STANDARD LINES, THE ITEM DATE AS _DATE AND THE DESCRIPTION
524920* AS A NOTE. BLANK FIELDS ARE LEFT OFF.
524930*----------------------------------------------------------
524940 6175-WRITE-GED-MEDIA.
524950     COMPUTE WS-MED-GED-LEVEL2 = WS-MED-GED-LEVEL + 1
524960     COMPUTE WS-MED-GED-LEVEL3 = WS-MED-GED-LEVEL + 2
524970     MOVE SPACES TO GED-RECORD
524980     STRING WS-MED-GED-LEVEL DELIMITED BY SIZE
524990             " OBJE" DELIMITED BY SIZE
525000         INTO GED-RECORD
525010     END-STRING
525020     WRITE GED-RECORD
525030     IF MM-PATH (WS-MED-IDX) NOT = SPACES
525040         MOVE SPACES TO GED-RECORD
525050         STRING WS-MED-GED-LEVEL2 DELIMITED BY SIZE
525060                 " FILE " DELIMITED BY SIZE
525070                 MM-PATH (WS-MED-IDX) DELIMITED BY SIZE
525080             INTO GED-RECORD
525090         END-STRING
525100         WRITE GED-RECORD
525110         IF MM-FORMAT (WS-MED-IDX) NOT = SPACES
525120             MOVE SPACES TO GED-RECORD
525130             STRING WS-MED-GED-LEVEL3 DELIMITED BY SIZE
525140                     " FORM " DELIMITED BY SIZE
525150                     MM-FORMAT (WS-MED-IDX) DELIMITED BY SIZE
525160                 INTO GED-RECORD
525170             END-STRING
525180             WRITE GED-RECORD
525190         END-IF
525200     END-IF
525210     IF MM-TITLE (WS-MED-IDX) NOT = SPACES
525220         MOVE SPACES TO GED-RECORD
525230         STRING WS-MED-GED-LEVEL2 DELIMITED BY SIZE
525240                 " TITL " DELIMITED BY SIZE
525250                 MM-TITLE (WS-MED-IDX) DELIMITED BY SIZE
525260             INTO GED-RECORD
525270         END-STRING
525280         WRITE GED-RECORD
525290     END-IF
525300     IF MM-DATE (WS-MED-IDX) NOT = SPACES
525310         MOVE SPACES TO GED-RECORD
525320         STRING WS-MED-GED-LEVEL2 DELIMITED BY SIZE
525330                 " _DATE " DELIMITED BY SIZE
525340                 MM-DATE (WS-MED-IDX) DELIMITED BY SIZE
525350             INTO GED-RECORD
525360         END-STRING
525370         WRITE GED-RECORD
525380     END-IF
525390     IF MM-DESC (WS-MED-IDX) NOT = SPACES
525400         MOVE SPACES TO GED-RECORD
525410         STRING WS-MED-GED-LEVEL2 DELIMITED BY SIZE
525420                 " NOTE " DELIMITED BY SIZE
525430                 MM-DESC (WS-MED-IDX) DELIMITED BY SIZE
525440             INTO GED-RECORD
525450         END-STRING
525460         WRITE GED-RECORD
525470     END-IF
525480 6175-EXIT.
525490     EXIT.
525500
525510*----------------------------------------------------------
525520* 7470-PURGE-MEDIA DELETES EVERY CATALOG ENTRY FOR THE PERSON
525530* IN WS-DELETE-ID AND FOR THE PERSON'S LIFE EVENTS, THE SAME
525540* HOUSEKEEPING 7400 DOES FOR NOTES. EVT-TABLE STILL HOLDS THE
525550* PURGED EVENTS AT THIS POINT -- 7000 RELOADS IT AFTERWARDS.
525560* ITEMS ON THE PERSON'S MARRIAGES ARE PURGED BY 7170 AS EACH
525570* MARRIAGE IS REMOVED; SOURCE ITEMS ARE LEFT ALONE. THE IMAGE
525580* FILES THEMSELVES ARE NEVER TOUCHED.
525585* WS-DEL-MED-COUNT, ZEROED BY 7100, TOTALS BOTH FOR 7000.
525590*----------------------------------------------------------
525600 7470-PURGE-MEDIA.
525620     IF MED-SIZE = ZERO
525630         GO TO 7470-EXIT
525640     END-IF
525650     OPEN I-O MEDIAFILE
525660     IF NOT WS-MED-OK
525670         DISPLAY "Unable to open media file, status "
525680             WS-MED-STATUS
525690         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
525700         GO TO 7470-EXIT
525710     END-IF
525720     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
525730             UNTIL WS-MED-IDX > MED-SIZE
525740         MOVE 'N' TO WS-FOUND-FLAG
525750         IF MM-REC-TYPE (WS-MED-IDX) = "P"
525760                 AND MM-REC-ID (WS-MED-IDX) = WS-DELETE-ID
525770             MOVE 'Y' TO WS-FOUND-FLAG
525780         END-IF
525790         IF MM-REC-TYPE (WS-MED-IDX) = "E"
525800             PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
525810                     UNTIL WS-EVT-IDX > EVT-SIZE
525820                 IF ET-ID (WS-EVT-IDX) = MM-REC-ID (WS-MED-IDX)
525830                         AND ET-PERSON-ID (WS-EVT-IDX)
525840                             = WS-DELETE-ID
525850                     MOVE 'Y' TO WS-FOUND-FLAG
525860                 END-IF
525870             END-PERFORM
525880         END-IF
525890         IF WS-ID-FOUND
525900             MOVE MM-ID (WS-MED-IDX) TO MD-ID
525910             DELETE MEDIAFILE RECORD
525920                 INVALID KEY
525930                     CONTINUE
525940                 NOT INVALID KEY
525950                     ADD 1 TO WS-DEL-MED-COUNT
525960             END-DELETE
525970         END-IF
525980     END-PERFORM
525990     CLOSE MEDIAFILE
526000 7470-EXIT.
526010     EXIT.
526020
526030*----------------------------------------------------------
526040* 7170-PURGE-MARR-MEDIA DELETES EVERY CATALOG ENTRY KEYED
526050* ('M') TO THE MARRIAGE IN MR-ID, CALLED BY 7100 FOR EACH
526060* MARRIAGE IT REMOVES, THE WAY 7150 PURGES THE NOTES.
526070*----------------------------------------------------------
526080 7170-PURGE-MARR-MEDIA.
526090     IF MED-SIZE = ZERO
526100         GO TO 7170-EXIT
526110     END-IF
526120     OPEN I-O MEDIAFILE
526130     IF NOT WS-MED-OK
526140         DISPLAY "Unable to open media file, status "
526150             WS-MED-STATUS
526160         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
526170         GO TO 7170-EXIT
526180     END-IF
526190     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
526200             UNTIL WS-MED-IDX > MED-SIZE
526210         IF MM-REC-TYPE (WS-MED-IDX) = "M"
526220                 AND MM-REC-ID (WS-MED-IDX) = MR-ID
526230             MOVE MM-ID (WS-MED-IDX) TO MD-ID
526240             DELETE MEDIAFILE RECORD
526250                 INVALID KEY
526260                     CONTINUE
526270                 NOT INVALID KEY
526280                     ADD 1 TO WS-DEL-MED-COUNT
526290             END-DELETE
526300         END-IF
526310     END-PERFORM
526320     CLOSE MEDIAFILE
526330 7170-EXIT.
526340     EXIT.
526350
526360*----------------------------------------------------------
526370* 7599-REPOINT-MEDIA REWRITES EVERY PERSON-KEYED CATALOG ENTRY
526380* ON THE DUPLICATE SO THE SCANS FOLLOW THE PERSON ONTO THE
526390* SURVIVING RECORD, THE WAY 7596 CARRIES THE NOTES. ITEMS ON
526400* EVENTS AND MARRIAGES NEED NOTHING -- 7595 AND 7580 KEEP
526410* THOSE RECORDS UNDER THEIR OWN IDS.
526420*----------------------------------------------------------
526430 7599-REPOINT-MEDIA.
526440     IF MED-SIZE = ZERO
526450         GO TO 7599-EXIT
526460     END-IF
526470     OPEN I-O MEDIAFILE
526480     IF NOT WS-MED-OK
526490         DISPLAY "Unable to open media file, status "
526500             WS-MED-STATUS
526510         MOVE 'Y' TO WS-RUN-OPEN-FAIL-FLAG
526520         GO TO 7599-EXIT
526530     END-IF
526540     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
526550             UNTIL WS-MED-IDX > MED-SIZE
526560         IF MM-REC-TYPE (WS-MED-IDX) = "P"
526570                 AND MM-REC-ID (WS-MED-IDX) = WS-MERGE-DUP-ID
526580             MOVE MM-ID (WS-MED-IDX) TO MD-ID
526590             READ MEDIAFILE RECORD
526600                 NOT INVALID KEY
526610                     MOVE WS-MERGE-SURV-ID TO MD-REC-ID
526620                     REWRITE MEDIA-RECORD
526630                     ADD 1 TO WS-MERGE-COUNT
526640             END-READ
526650         END-IF
526660     END-PERFORM
526670     CLOSE MEDIAFILE
526680 7599-EXIT.
526690     EXIT.
526700
526710*----------------------------------------------------------
526720* 9170-RECONCILE-MEDIA IS THE MEDIA-CATALOG PART OF 9000: AN
526730* ITEM'S LINKED RECORD MUST STILL EXIST -- A PERSON, A
526740* MARRIAGE, A LIFE EVENT OR A SOURCE -- SO AN ENTRY LEFT
526750* POINTING AT NOTHING SURFACES HERE LIKE ANY OTHER ORPHANED
526760* REFERENCE. AN ITEM WITH A TYPE THE CATALOG DOES NOT KNOW
526770* IS REPORTED AS WELL.
526780*----------------------------------------------------------
526790 9170-RECONCILE-MEDIA.
526800     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
526810             UNTIL WS-MED-IDX > MED-SIZE
526820         MOVE MM-ID (WS-MED-IDX)          TO WS-OWNER-ID
526830         MOVE MM-REC-ID (WS-MED-IDX)      TO WS-CHECK-ID
526840         EVALUATE MM-REC-TYPE (WS-MED-IDX)
526850             WHEN "P"
526860                 MOVE "PERSON-ID" TO WS-CHECK-LABEL
526870                 PERFORM 9100-VALIDATE-REFERENCE
526880                         THRU 9100-EXIT
526890             WHEN "M"
526900                 MOVE "MARR-ID" TO WS-CHECK-LABEL
526910                 PERFORM 9160-VALIDATE-MARR-REF
526920                         THRU 9160-EXIT
526930             WHEN "E"
526940                 MOVE "EVENT-ID" TO WS-CHECK-LABEL
526950                 PERFORM 9175-VALIDATE-EVENT-REF
526960                         THRU 9175-EXIT
526970             WHEN "S"
526980                 MOVE "SOURCE-ID" TO WS-CHECK-LABEL
526990                 PERFORM 9150-VALIDATE-SOURCE-REF
527000                         THRU 9150-EXIT
527010             WHEN OTHER
527020                 ADD 1 TO WS-EXCEPTION-COUNT
527030                 MOVE SPACES TO WS-RPT-LINE
527040                 STRING "Media item " DELIMITED BY SIZE
527050                         WS-OWNER-ID DELIMITED BY SIZE
527060                         " has unknown record type '"
527070                             DELIMITED BY SIZE
527080                         MM-REC-TYPE (WS-MED-IDX)
527090                             DELIMITED BY SIZE
527100                         "'." DELIMITED BY SIZE
527110                     INTO WS-RPT-LINE
527120                 END-STRING
527130                 PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
527140         END-EVALUATE
527150     END-PERFORM
527160 9170-EXIT.
527170     EXIT.
527180
527190*----------------------------------------------------------
527200* 9175-VALIDATE-EVENT-REF IS THE 9100 PATTERN FOR A LIFE
527210* EVENT REFERENCE: IT CHECKS THE WS-CHECK-ID TAKEN FROM A
527220* MEDIA ITEM OWNED BY WS-OWNER-ID AGAINST EVERY ID IN
527230* EVT-TABLE AND REPORTS AN EXCEPTION WHEN NO SUCH EVENT
527240* EXISTS.
527250*----------------------------------------------------------
527260 9175-VALIDATE-EVENT-REF.
527270     IF WS-CHECK-ID = ZERO
527280         GO TO 9175-EXIT
527290     END-IF
527300     MOVE 'N' TO WS-FOUND-FLAG
527310     PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
527320             UNTIL WS-EVT-IDX > EVT-SIZE
527330         IF ET-ID (WS-EVT-IDX) = WS-CHECK-ID
527340             MOVE 'Y' TO WS-FOUND-FLAG
527350         END-IF
527360     END-PERFORM
527370     IF NOT WS-ID-FOUND
527380         ADD 1 TO WS-EXCEPTION-COUNT
527390         MOVE SPACES TO WS-RPT-LINE
527400         STRING "Record " DELIMITED BY SIZE
527410                 WS-OWNER-ID DELIMITED BY SIZE
527420                 " has " DELIMITED BY SIZE
527430                 WS-CHECK-LABEL DELIMITED BY SIZE
527440                 " = " DELIMITED BY SIZE
527450                 WS-CHECK-ID DELIMITED BY SIZE
527460                 " which is not on the event file."
527470                     DELIMITED BY SIZE
527480             INTO WS-RPT-LINE
527490         END-STRING
527500         PERFORM 9520-PRINT-RPT-LINE THRU 9520-EXIT
527510     END-IF
527520 9175-EXIT.
527530     EXIT.
527540
527550*----------------------------------------------------------
527560* 2712-START-GED-OBJE OPENS A GM-TABLE ENTRY FOR A LEVEL-1 OR
527570* LEVEL-2 OBJE LINE UNDER THE CURRENT INDI OR FAM. AN OBJE
527580* INSIDE A LIFE EVENT (WS-GI-SUB-TAG EVNT) IS TIED TO THAT
527590* EVENT'S SLOT; ANY OTHER LEVEL-2 OBJE GOES TO THE INDI OR
527600* FAM ITSELF. WS-GM-OPEN STAYS SET SO 2710 HANDS THE DEEPER
527610* FILE/FORM/TITL LINES THAT FOLLOW TO 2718. AN OBJE THAT
527620* ONLY POINTS AT A SEPARATE LEVEL-0 OBJE RECORD IS PASSED
527630* OVER, AS EVERY OTHER LEVEL-0 RECORD BUT INDI AND FAM IS. A
527640* FULL TABLE IS COUNTED IN WS-GI-SKIP-COUNT AND THE OBJE'S
527650* LINES ARE READ PAST WITH WS-GM-CUR AT ZERO.
527660*----------------------------------------------------------
527670 2712-START-GED-OBJE.
527680     MOVE 'Y' TO WS-GM-OPEN-FLAG
527690     MOVE WS-GI-LEVEL (1:1) TO WS-GM-BASE-LEVEL
527700     MOVE ZERO TO WS-GM-CUR
527710     IF WS-GI-LEVEL = "1"
527720         MOVE SPACES TO WS-GI-SUB-TAG
527730     END-IF
527740     IF WS-GI-VALUE (1:1) = "@"
527750         GO TO 2712-EXIT
527760     END-IF
527770     IF WS-GM-COUNT >= MAX-GM
527780         ADD 1 TO WS-GI-SKIP-COUNT
527790         GO TO 2712-EXIT
527800     END-IF
527810     ADD 1 TO WS-GM-COUNT
527820     MOVE WS-GM-COUNT TO WS-GM-CUR
527830     MOVE SPACES TO GM-ENTRY (WS-GM-CUR)
527840     MOVE ZERO TO GM-SLOT (WS-GM-CUR)
527850     IF WS-GI-IN-INDI
527860         MOVE "I" TO GM-OWNER (WS-GM-CUR)
527870         MOVE WS-GI-COUNT TO GM-OWNER-NUM (WS-GM-CUR)
527880         IF WS-GI-LEVEL = "2" AND WS-GI-SUB-TAG = "EVNT"
527890             MOVE GI-EVT-COUNT (WS-GI-COUNT)
527900                 TO GM-SLOT (WS-GM-CUR)
527910         END-IF
527920     ELSE
527930         MOVE "F" TO GM-OWNER (WS-GM-CUR)
527940         MOVE WS-GF-COUNT TO GM-OWNER-NUM (WS-GM-CUR)
527950     END-IF
527960 2712-EXIT.
527970     EXIT.
527980
527990*----------------------------------------------------------
528000* 2718-FILE-OBJE-DETAIL FILES ONE LINE BELOW AN OPEN OBJE INTO
528010* ITS GM-TABLE ENTRY: THE FIRST FILE LINE IS THE PATH, FORM
528020* THE FORMAT (WHETHER WRITTEN UNDER FILE OR BESIDE IT), TITL
528030* THE TITLE, _DATE OR DATE THE ITEM DATE AND NOTE THE
528040* DESCRIPTION. ANY OTHER TAG IS READ PAST.
528050*----------------------------------------------------------
528060 2718-FILE-OBJE-DETAIL.
528070     IF WS-GM-CUR = ZERO
528080         GO TO 2718-EXIT
528090     END-IF
528100     EVALUATE WS-GI-TAG
528110         WHEN "FILE"
528120             IF GM-PATH (WS-GM-CUR) = SPACES
528130                 MOVE WS-GI-VALUE (1:80) TO GM-PATH (WS-GM-CUR)
528140             END-IF
528150         WHEN "FORM"
528160             INSPECT WS-GI-VALUE
528170                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
528180                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
528190             MOVE WS-GI-VALUE (1:4) TO GM-FORMAT (WS-GM-CUR)
528200         WHEN "TITL"
528210             MOVE WS-GI-VALUE (1:50) TO GM-TITLE (WS-GM-CUR)
528220         WHEN "_DATE"
528230         WHEN "DATE"
528240             PERFORM 2714-CONVERT-GED-DATE THRU 2714-EXIT
528250             MOVE WS-GI-DATE TO GM-DATE (WS-GM-CUR)
528260         WHEN "NOTE"
528270             MOVE WS-GI-VALUE (1:80) TO GM-DESC (WS-GM-CUR)
528280     END-EVALUATE
528290 2718-EXIT.
528300     EXIT.
528310
528320*----------------------------------------------------------
528330* 2725-WRITE-IMPORT-MEDIA CATALOGS THE GM-TABLE ENTRIES READ
528340* UNDER THE INDI AT WS-GI-IDX ONCE 2720 HAS ITS ID. WITH
528350* WS-GM-SLOT ZERO IT TAKES THE ITEMS ON THE PERSON ITSELF;
528360* OTHERWISE THE ITEMS ON EVENT SLOT WS-GM-SLOT, LINKED TO THE
528370* EVENT JUST WRITTEN (EV-ID) OR, WHEN 2770 FOUND THE EVENT
528380* ALREADY ON FILE, TO THAT EVENT. AN EVENT THAT CANNOT BE
528390* FOUND LEAVES ITS ITEMS ON THE PERSON.
528400*----------------------------------------------------------
528410 2725-WRITE-IMPORT-MEDIA.
528420     IF WS-GM-COUNT = ZERO OR GI-NEW-ID (WS-GI-IDX) = ZERO
528430         GO TO 2725-EXIT
528440     END-IF
528450     MOVE "P" TO MD-REC-TYPE
528460     MOVE GI-NEW-ID (WS-GI-IDX) TO MD-REC-ID
528470     IF WS-GM-SLOT NOT = ZERO
528480         IF WS-GIM-ALREADY-ON-FILE
528490             PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
528500                     UNTIL WS-EVT-IDX > EVT-SIZE
528510                 IF ET-PERSON-ID (WS-EVT-IDX) = EV-PERSON-ID
528520                         AND ET-TYPE (WS-EVT-IDX) = EV-TYPE
528530                         AND ET-DATE (WS-EVT-IDX) = EV-DATE
528540                     MOVE "E" TO MD-REC-TYPE
528550                     MOVE ET-ID (WS-EVT-IDX) TO MD-REC-ID
528560                 END-IF
528570             END-PERFORM
528580         ELSE
528590             MOVE "E" TO MD-REC-TYPE
528600             MOVE EV-ID TO MD-REC-ID
528610         END-IF
528620     END-IF
528630     PERFORM VARYING WS-GM-IDX FROM 1 BY 1
528640             UNTIL WS-GM-IDX > WS-GM-COUNT
528650         IF GM-OWNER (WS-GM-IDX) = "I"
528660                 AND GM-OWNER-NUM (WS-GM-IDX) = WS-GI-IDX
528670                 AND GM-SLOT (WS-GM-IDX) = WS-GM-SLOT
528680             PERFORM 2728-CATALOG-IMPORT-MEDIA THRU 2728-EXIT
528690         END-IF
528700     END-PERFORM
528710 2725-EXIT.
528720     EXIT.
528730
528740*----------------------------------------------------------
528750* 2727-WRITE-FAM-MEDIA CATALOGS THE GM-TABLE ENTRIES READ
528760* UNDER THE FAM AT WS-GF-IDX AGAINST THE COUPLE'S MARRIAGE --
528770* THE ONE 2730 JUST WROTE (MR-ID) OR THE ONE 6130 FOUND
528780* ALREADY ON FILE.
528790*----------------------------------------------------------
528800 2727-WRITE-FAM-MEDIA.
528810     IF WS-GM-COUNT = ZERO
528820         GO TO 2727-EXIT
528830     END-IF
528840     MOVE "M" TO MD-REC-TYPE
528850     IF WS-MARR-FOUND-NUM = ZERO
528860         MOVE MR-ID TO MD-REC-ID
528870     ELSE
528880         MOVE MT-ID (WS-MARR-FOUND-NUM) TO MD-REC-ID
528890     END-IF
528900     PERFORM VARYING WS-GM-IDX FROM 1 BY 1
528910             UNTIL WS-GM-IDX > WS-GM-COUNT
528920         IF GM-OWNER (WS-GM-IDX) = "F"
528930                 AND GM-OWNER-NUM (WS-GM-IDX) = WS-GF-IDX
528940             PERFORM 2728-CATALOG-IMPORT-MEDIA THRU 2728-EXIT
528950         END-IF
528960     END-PERFORM
528970 2727-EXIT.
528980     EXIT.
528990
529000*----------------------------------------------------------
529010* 2728-CATALOG-IMPORT-MEDIA WRITES THE GM-TABLE ENTRY AT
529020* WS-GM-IDX TO MEDIAFILE UNDER THE MD-REC-TYPE/MD-REC-ID THE
529030* CALLER RESOLVED. AN ENTRY WITH NO FILE PATH IS NOT
529040* CATALOGED, AND ONE ALREADY ON FILE FOR THE SAME RECORD AND
529050* PATH (A RESENT TREE, A RESTARTED RUN) IS NOT ADDED AGAIN.
529060*----------------------------------------------------------
529070 2728-CATALOG-IMPORT-MEDIA.
529080     IF GM-PATH (WS-GM-IDX) = SPACES
529090         GO TO 2728-EXIT
529100     END-IF
529110     MOVE GM-PATH (WS-GM-IDX)   TO MD-PATH
529120     MOVE GM-FORMAT (WS-GM-IDX) TO MD-FORMAT
529130     MOVE GM-TITLE (WS-GM-IDX)  TO MD-TITLE
529140     MOVE GM-DATE (WS-GM-IDX)   TO MD-DATE
529150     MOVE GM-DESC (WS-GM-IDX)   TO MD-DESC
529160     PERFORM 2790-CHECK-MEDIA-ON-FILE THRU 2790-EXIT
529170     IF WS-GIM-ALREADY-ON-FILE
529180         GO TO 2728-EXIT
529190     END-IF
529200     PERFORM 4820-WRITE-NEW-MEDIA THRU 4820-EXIT
529210     ADD 1 TO WS-GI-MED-TOTAL
529220 2728-EXIT.
529230     EXIT.
529240
529250*----------------------------------------------------------
529260* 2790-CHECK-MEDIA-ON-FILE SETS WS-GIM-ALREADY-ON-FILE WHEN
529270* MED-TABLE ALREADY HOLDS AN ITEM WITH THE SAME FILE PATH FOR
529280* THE RECORD IN THE MEDIA-RECORD BEING BUILT.
529290*----------------------------------------------------------
529300 2790-CHECK-MEDIA-ON-FILE.
529310     MOVE 'N' TO WS-GIM-DUP-FLAG
529320     PERFORM VARYING WS-MED-IDX FROM 1 BY 1
529330             UNTIL WS-MED-IDX > MED-SIZE
529340         IF MM-REC-TYPE (WS-MED-IDX) = MD-REC-TYPE
529350                 AND MM-REC-ID (WS-MED-IDX) = MD-REC-ID
529360                 AND MM-PATH (WS-MED-IDX) = MD-PATH
529370             MOVE 'Y' TO WS-GIM-DUP-FLAG
529380         END-IF
529390     END-PERFORM
529400 2790-EXIT.
529410     EXIT.
