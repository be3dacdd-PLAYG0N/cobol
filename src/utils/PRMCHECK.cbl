       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMCHECK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARM-FILE ASSIGN TO "PRMCHECK.PRM"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-PARM-STATUS.

       SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-DYN-SCHEDULE-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-SCHEDULE-STATUS.

       SELECT CHECK-PRM-FILE ASSIGN TO DYNAMIC WS-DYN-CHECK-FILENAME
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-CHECK-STATUS.

       SELECT ALERT-OUT-FILE ASSIGN TO "OPERALRT"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS WS-ALERT-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD PARM-FILE
           DATA RECORD IS PARM-RECORD.
       01 PARM-RECORD PIC X(80).

       FD SCHEDULE-FILE
           DATA RECORD IS SCHEDULE-RECORD.
       01 SCHEDULE-RECORD PIC X(80).

       FD CHECK-PRM-FILE
           DATA RECORD IS CHECK-PRM-RECORD.
       01 CHECK-PRM-RECORD PIC X(80).

       FD ALERT-OUT-FILE
           DATA RECORD IS ALERT-OUT-RECORD.
       01 ALERT-OUT-RECORD.
           05 AO-DATE    PIC 9(08).
           05 AO-TIME    PIC 9(08).
           05 AO-PGM     PIC X(11).
           05 AO-FILE    PIC X(64).
           05 AO-OP      PIC X(1).
           05 AO-STATUS  PIC X(2).
           05 AO-MESSAGE PIC X(40).
           05 FILLER     PIC X(6).

       WORKING-STORAGE SECTION.

       COPY "FILEHANDLER.cpy".
       COPY "FILESTATUS.cpy".
       COPY "LAYOUTDICT.cpy".
       COPY "PROCDATE.cpy".

       01 WS-PARM-STATUS      PIC X(2).
       01 WS-SCHEDULE-STATUS  PIC X(2).
       01 WS-CHECK-STATUS     PIC X(2).
       01 WS-ALERT-OUT-STATUS PIC X(2).
       01 WS-DYN-SCHEDULE-FILENAME PIC X(200).
       01 WS-DYN-CHECK-FILENAME    PIC X(200).

       01 WS-PARM-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 PARM-EOF VALUE 'Y'.
       01 WS-ABORT-SWITCH PIC X(1) VALUE 'N'.
           88 CHECK-ABORTED VALUE 'Y'.
       01 WS-SCHEDULE-EOF-SWITCH PIC X(1) VALUE 'N'.
           88 SCHEDULE-EOF VALUE 'Y'.
       01 WS-CHECK-EOF-SWITCH PIC X(1).
           88 CHECK-PRM-EOF VALUE 'Y'.
       01 WS-PARM-KEYWORD PIC X(10).
       01 WS-PARM-VALUE   PIC X(70).

       01 WS-SCHEDULE-FILENAME PIC X(200) VALUE 'PRMCHECK.LST'.
       01 WS-REPORT-FILENAME   PIC X(200) VALUE 'PRMCHECK.RPT'.
       01 WS-REPORT-HANDLE PIC 9(02) VALUE 0.

       01 WS-RUN-DATE PIC 9(08) VALUE 0.
       01 WS-RUN-TIME PIC 9(08) VALUE 0.

      * Keyword rules for every utility driven by a .PRM file. Each
      * entry is utility, keyword, value class, required flag, digits
      * read by the utility and, for numbered keywords such as LEGn or
      * KEYOFFn, the highest number accepted. Value classes:
      *   I input file that must exist     F file name or free text
      *   D dictionary file, must exist    T layout name
      *   V layout version                 N numeric
      *   O byte offset (pairs with LEN)   L byte length
      *   C offset,length[,...] list
      * Keep this table in step with each utility's READ-PARAMETERS.
       01 WS-RULE-TABLE-DATA.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   TKT       FN000'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   FILE      FN000'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   PGM       FN000'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   OP        FN000'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   MINRC     NN400'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   FROM      NN800'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   TO        NN800'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   RETAIN    NN300'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   CALENDAR  IN000'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'AUDITQRY   EXTRACT   FN000'.
           05 FILLER PIC X(26) VALUE 'AUTHRPT    FILE      FN000'.
           05 FILLER PIC X(26) VALUE 'AUTHRPT    REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'DICTLOAD   SOURCE    IY000'.
           05 FILLER PIC X(26) VALUE 'DICTLOAD   DICT      FY000'.
           05 FILLER PIC X(26) VALUE 'DICTLOAD   LAYOUT    FY000'.
           05 FILLER PIC X(26) VALUE 'DICTLOAD   VERSION   FY000'.
           05 FILLER PIC X(26) VALUE 'DICTLOAD   TICKET    FN000'.
           05 FILLER PIC X(26) VALUE 'DQTREND    PERIOD    FN000'.
           05 FILLER PIC X(26) VALUE 'DQTREND    FROM      NN800'.
           05 FILLER PIC X(26) VALUE 'DQTREND    TO        NN800'.
           05 FILLER PIC X(26) VALUE 'DQTREND    DICT      DN000'.
           05 FILLER PIC X(26) VALUE 'DQTREND    LIMIT     FN000'.
           05 FILLER PIC X(26) VALUE 'DQTREND    DEFLIMIT  FN000'.
           05 FILLER PIC X(26) VALUE 'DQTREND    REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPMRG  CONTROL   IN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPMRG  REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPMRG  REJECTS   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  TRANS     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  MASTER    IY000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  REJECTS   FY000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  REPORT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  TICKET    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  DICT      DN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  LAYOUT    TN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  VERSION   VN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  LABELS    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  PARTITION NN200'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  LOWKEY    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  HIGHKEY   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEAPPLY  TOTALS    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEBKUP   FILE      IY000'.
           05 FILLER PIC X(26) VALUE 'FILEBKUP   ORG       FY000'.
           05 FILLER PIC X(26) VALUE 'FILEBKUP   IMAGE     FN000'.
           05 FILLER PIC X(26) VALUE 'FILEBKUP   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILECLEAN  FILE      FY000'.
           05 FILLER PIC X(26) VALUE 'FILECLEAN  ACTION    FN000'.
           05 FILLER PIC X(26) VALUE 'FILECLEAN  ARCHIVETO FN000'.
           05 FILLER PIC X(26) VALUE 'FILECLEAN  CONTROL   IN000'.
           05 FILLER PIC X(26) VALUE 'FILECLEAN  MINAGE    FN000'.
           05 FILLER PIC X(26) VALUE 'FILECLEAN  REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILECOMP   FILEA     IY000'.
           05 FILLER PIC X(26) VALUE 'FILECOMP   FILEB     IY000'.
           05 FILLER PIC X(26) VALUE 'FILECOMP   REPORT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   DIRECT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   EXCEPT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   MAP       IN000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   DICT      DN000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   VERSION   VN000'.
           05 FILLER PIC X(26) VALUE 'FILECONV   LAYOUT    TY000'.
           05 FILLER PIC X(26) VALUE 'FILEDELTA  OLD       IY000'.
           05 FILLER PIC X(26) VALUE 'FILEDELTA  NEW       IY000'.
           05 FILLER PIC X(26) VALUE 'FILEDELTA  OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEDELTA  REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEDELTA  VERSION   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEDELTA  DETAIL    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    FILE      FY000'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    ORG       FY000'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    IMAGE     IN000'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    TICKET    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    STOPDATE  NN800'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    STOPTIME  NN600'.
           05 FILLER PIC X(26) VALUE 'FILEFWD    STOPTKT   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEHIST   MASTER    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEHIST   HISTORY   IN000'.
           05 FILLER PIC X(26) VALUE 'FILEHIST   KEY       FN000'.
           05 FILLER PIC X(26) VALUE 'FILEHIST   TICKET    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEHIST   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILELOAD   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILELOAD   OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILELOAD   EXCEPT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILELOAD   KEYOFF    OY500'.
           05 FILLER PIC X(26) VALUE 'FILELOAD   KEYLEN    LY200'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   ORG       FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   DICT      DY000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   LAYOUT    TY000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   VERSION   VN000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   LOG       FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   MASKKEY   NY100'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   DATESHIFT FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   KEYRULE   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMASK   ALTKEYS   NN100'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  INPUTA    IY000'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  INPUTB    IY000'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  DUPFILE   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  DUPS      FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  KEYOFF    ON500'.
           05 FILLER PIC X(26) VALUE 'FILEMERGE  KEYLEN    LN200'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   ORG       FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   ALTKEYS   NN100'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   DICT      DY000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   LAYOUT    TY000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   FROMVER   VY000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   TOVER     FY000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   RULES     IN000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   DROP      FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   LABELS    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   EXCEPT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEMIGR   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPART   TRANS     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEPART   LABELS    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPART   PARTS     NN200'.
           05 FILLER PIC X(26) VALUE 'FILEPART   PARTTAB   IN000'.
           05 FILLER PIC X(26) VALUE 'FILEPART   APPLYPRM  IN000'.
           05 FILLER PIC X(26) VALUE 'FILEPART   CONTROL   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPART   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   ORG       FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   DICT      DY000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   LAYOUT    TY000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   VERSION   VN000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   EXPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   BASELINE  IN000'.
           05 FILLER PIC X(26) VALUE 'FILEPROF   DISTCAP   NN300'.
           05 FILLER PIC X(26) VALUE 'FILERECV   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILERECV   REGISTER  FY000'.
           05 FILLER PIC X(26) VALUE 'FILERECV   VERSION   FN000'.
           05 FILLER PIC X(26) VALUE 'FILERESTOREFILE      FY000'.
           05 FILLER PIC X(26) VALUE 'FILERESTOREORG       FN000'.
           05 FILLER PIC X(26) VALUE 'FILERESTOREPART      NN200'.
           05 FILLER PIC X(26) VALUE 'FILESEND   INPUT     IN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   STAGE     FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   MANIFEST  FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   PARTNER   FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   SEQ       FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   LABELS    FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   VERSION   FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   REGISTER  FY000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   ACK       FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   ACKHOURS  FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'FILESEND   REPORTDATENN800'.
           05 FILLER PIC X(26) VALUE 'FILESORT   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILESORT   OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILESORT   KEY       CY005'.
           05 FILLER PIC X(26) VALUE 'FILESPLIT  INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILESPLIT  REPORT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILESPLIT  TYPEOFF   ON500'.
           05 FILLER PIC X(26) VALUE 'FILESPLIT  TYPELEN   LN100'.
           05 FILLER PIC X(26) VALUE 'FILESPLIT  VERSION   FN000'.
           05 FILLER PIC X(26) VALUE 'FILESPLIT  LEG       FY008'.
           05 FILLER PIC X(26) VALUE 'FILESUM    INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILESUM    OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILESUM    REPORT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILESUM    KEYOFF    OY505'.
           05 FILLER PIC X(26) VALUE 'FILESUM    KEYLEN    LY305'.
           05 FILLER PIC X(26) VALUE 'FILESUM    SUMOFF    OY505'.
           05 FILLER PIC X(26) VALUE 'FILESUM    SUMLEN    LY305'.
           05 FILLER PIC X(26) VALUE 'FILEVALID  INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEVALID  EXCEPT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEVALID  LAYOUT    TY000'.
           05 FILLER PIC X(26) VALUE 'FILEVALID  VERSION   VN000'.
           05 FILLER PIC X(26) VALUE 'FILEVALID  RULES     IN000'.
           05 FILLER PIC X(26) VALUE 'FILEVALID  DICT      DN000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   DIRECT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   EXCEPT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   MAP       IY000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   REPORT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEXLAT   LAYOUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEXTRACT INPUT     IY000'.
           05 FILLER PIC X(26) VALUE 'FILEXTRACT OUTPUT    FY000'.
           05 FILLER PIC X(26) VALUE 'FILEXTRACT ORG       FN000'.
           05 FILLER PIC X(26) VALUE 'FILEXTRACT CONNECT   FN000'.
           05 FILLER PIC X(26) VALUE 'FILEXTRACT COND      CY005'.
           05 FILLER PIC X(26) VALUE 'FILEXTRACT FIELD     CN010'.
           05 FILLER PIC X(26) VALUE 'IDXREORG   FILE      IY000'.
           05 FILLER PIC X(26) VALUE 'IDXREORG   WORK      FN000'.
           05 FILLER PIC X(26) VALUE 'IDXREORG   REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'JOBSTEP    JOB       FY000'.
           05 FILLER PIC X(26) VALUE 'JOBSTEP    STREAM    IY000'.
           05 FILLER PIC X(26) VALUE 'JOBSTEP    HISTORY   FY000'.
           05 FILLER PIC X(26) VALUE 'JOBSTEP    CONTROL   FY000'.
           05 FILLER PIC X(26) VALUE 'JOBSTEP    CALENDAR  IN000'.
           05 FILLER PIC X(26) VALUE 'JOBSTEP    RESTART   FN000'.
           05 FILLER PIC X(26) VALUE 'LOCKSWEEP  FILE      IN000'.
           05 FILLER PIC X(26) VALUE 'LOCKSWEEP  AGE       NN500'.
           05 FILLER PIC X(26) VALUE 'LOCKSWEEP  RELEASE   FN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  ACTION    FN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  MASTER    IY000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  ARCHIVE   FY000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  RULES     IN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  DICT      DN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  LAYOUT    TN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  VERSION   VN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  CALENDAR  IN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  DETAIL    IN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  FKOFF     ON500'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  FKLEN     LN200'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  TICKET    FY000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  KEY       FN000'.
           05 FILLER PIC X(26) VALUE 'MSTRPURGE  GEN       NN200'.
           05 FILLER PIC X(26) VALUE 'REFCHECK   DETAIL    IY000'.
           05 FILLER PIC X(26) VALUE 'REFCHECK   MASTER    IY000'.
           05 FILLER PIC X(26) VALUE 'REFCHECK   EXCEPT    FY000'.
           05 FILLER PIC X(26) VALUE 'REFCHECK   REPORT    FY000'.
           05 FILLER PIC X(26) VALUE 'REFCHECK   FKOFF     ON500'.
           05 FILLER PIC X(26) VALUE 'REFCHECK   FKLEN     LN200'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    ACTION    FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    ARCHIVE   FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    REGISTER  FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    RULES     IN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    OUTPUT    FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    RETAIN    NN300'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    RPTID     FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    RECIPIENT FN000'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    DATE      NN800'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    FROMDATE  NN800'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    TODATE    NN800'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    ENTRY     NN400'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    FROMPAGE  NN500'.
           05 FILLER PIC X(26) VALUE 'RPTARCH    TOPAGE    NN500'.
           05 FILLER PIC X(26) VALUE 'RPTDIST    REPORT    IY000'.
           05 FILLER PIC X(26) VALUE 'RPTDIST    INDEX     FY000'.
           05 FILLER PIC X(26) VALUE 'RPTDIST    PREFIX    FY000'.
           05 FILLER PIC X(26) VALUE 'RPTDIST    ROW       NN300'.
           05 FILLER PIC X(26) VALUE 'RPTDIST    COL       NN300'.
           05 FILLER PIC X(26) VALUE 'RPTDIST    LEN       NN100'.
           05 FILLER PIC X(26) VALUE 'SLAMON     CALENDAR  IN000'.
           05 FILLER PIC X(26) VALUE 'SLAMON     MODE      FN000'.
           05 FILLER PIC X(26) VALUE 'SLAMON     CONTROL   IY000'.
           05 FILLER PIC X(26) VALUE 'SLAMON     WINDOW    NN400'.
           05 FILLER PIC X(26) VALUE 'SLAMON     REPORT    FN000'.
           05 FILLER PIC X(26) VALUE 'SLAMON     REPORTDATENN800'.
       01 WS-RULE-TABLE REDEFINES WS-RULE-TABLE-DATA.
           05 WS-RULE-ENTRY OCCURS 246 TIMES.
               10 WS-RULE-PGM        PIC X(11).
               10 WS-RULE-KEYWORD    PIC X(10).
               10 WS-RULE-CLASS      PIC X(1).
                   88 RULE-INPUT-FILE VALUE 'I'.
                   88 RULE-DICTIONARY VALUE 'D'.
                   88 RULE-LAYOUT     VALUE 'T'.
                   88 RULE-VERSION    VALUE 'V'.
                   88 RULE-NUMERIC    VALUE 'N'.
                   88 RULE-OFFSET     VALUE 'O'.
                   88 RULE-LENGTH     VALUE 'L'.
                   88 RULE-LIST       VALUE 'C'.
               10 WS-RULE-REQUIRED   PIC X(1).
                   88 RULE-REQUIRED VALUE 'Y'.
               10 WS-RULE-WIDTH      PIC 9(1).
               10 WS-RULE-SUFFIX-MAX PIC 9(2).
       01 WS-RULE-COUNT PIC 9(03) COMP VALUE 246.
       01 WS-RULE-SEEN-TABLE.
           05 WS-RULE-SEEN PIC X(1) OCCURS 246 TIMES.
       01 WS-RULE-IX    PIC 9(03) COMP VALUE 0.
       01 WS-RULE-FIRST PIC 9(03) COMP VALUE 0.
       01 WS-RULE-LAST  PIC 9(03) COMP VALUE 0.
       01 WS-MATCH-IX   PIC 9(03) COMP VALUE 0.
       01 WS-STEM-LEN   PIC 9(02) COMP VALUE 0.
       01 WS-SUFFIX-POS PIC 9(02) COMP VALUE 0.
       01 WS-SUFFIX-X   PIC X(2).
       01 WS-SUFFIX-NUM PIC 9(02) VALUE 0.
       01 WS-SUFFIX-SWITCH PIC X(1).
           88 SUFFIX-OUT-OF-RANGE VALUE 'Y'.

       01 WS-NUM-TEXT  PIC X(8).
       01 WS-NUM-VALUE REDEFINES WS-NUM-TEXT PIC 9(8).
       01 WS-NUM-START PIC 9(02) COMP VALUE 0.
       01 WS-LIST-OFFSET PIC X(5).
       01 WS-LIST-LENGTH PIC X(3).
       01 WS-LIST-OFFSET-N PIC 9(5) VALUE 0.
       01 WS-LIST-LENGTH-N PIC 9(3) VALUE 0.

      * Offsets and lengths seen in the current parameter file, kept
      * so each xxxOFF can be checked against its matching xxxLEN.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-COUNT PIC 9(03) COMP VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 40 TIMES.
               10 WS-PAIR-KEYWORD PIC X(10).
               10 WS-PAIR-CLASS   PIC X(1).
               10 WS-PAIR-VALUE   PIC 9(08).
       01 WS-PAIR-IX      PIC 9(03) COMP VALUE 0.
       01 WS-PAIR-LEN-IX  PIC 9(03) COMP VALUE 0.
       01 WS-PAIR-FIND-IX PIC 9(03) COMP VALUE 0.
       01 WS-PAIR-PARTNER PIC X(10).
       01 WS-PAIR-END     PIC 9(08) VALUE 0.

       01 WS-CHECK-PGM       PIC X(11).
       01 WS-CHECK-FILENAME  PIC X(200).
       01 WS-CHECK-DICT      PIC X(200).
       01 WS-CHECK-LAYOUT    PIC X(8).
       01 WS-CHECK-VERSION   PIC X(8).
       01 WS-DICT-SWITCH PIC X(1).
           88 CHECK-DICT-FOUND VALUE 'Y'.
       01 WS-FILE-EXCEPTIONS PIC 9(05) VALUE 0.

       01 WS-EX-KEYWORD PIC X(10).
       01 WS-EX-MESSAGE PIC X(36).
       01 WS-EX-VALUE   PIC X(40).

       01 WS-SCHEDULED-TOTAL PIC 9(09) VALUE 0.
       01 WS-RECORD-TOTAL    PIC 9(09) VALUE 0.
       01 WS-EXCEPTION-TOTAL PIC 9(09) VALUE 0.
       01 WS-FAILED-TOTAL    PIC 9(09) VALUE 0.

       01 WS-EXCEPTION-LINE.
           05 WS-EL-PGM     PIC X(11).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-EL-PRM     PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-EL-KEYWORD PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-EL-MESSAGE PIC X(36).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-EL-VALUE   PIC X(40).
           05 FILLER        PIC X(1) VALUE SPACE.

       01 WS-SUMMARY-LINE.
           05 WS-SL-LABEL PIC X(30).
           05 WS-SL-COUNT PIC Z(8)9.
           05 FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN SECTION.

           PERFORM READ-PARAMETERS
           IF NOT CHECK-ABORTED
               PERFORM OPEN-CHECK-FILES
           END-IF

           IF NOT CHECK-ABORTED
               PERFORM GET-RUN-STAMP
               PERFORM WRITE-REPORT-HEADINGS
               PERFORM CHECK-ONE-SCHEDULED-FILE UNTIL SCHEDULE-EOF
               PERFORM WRITE-CHECK-SUMMARY
               CLOSE SCHEDULE-FILE
               PERFORM CLOSE-REPORT
               DISPLAY 'PRMCHECK: PARAMETER FILES CHECKED '
                   WS-SCHEDULED-TOTAL ' EXCEPTIONS ' WS-EXCEPTION-TOTAL
               EVALUATE TRUE
                   WHEN WS-EXCEPTION-TOTAL > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SCHEDULED-TOTAL = 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF

           GOBACK.

       READ-PARAMETERS SECTION.

           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY 'PRMCHECK: PARAMETER FILE NOT AVAILABLE'
               SET CHECK-ABORTED TO TRUE
               SET PARM-EOF TO TRUE
           END-IF

           PERFORM READ-ONE-PARAMETER UNTIL PARM-EOF

           IF NOT CHECK-ABORTED
               CLOSE PARM-FILE
           END-IF

           IF WS-SCHEDULE-FILENAME = SPACES
                   OR WS-REPORT-FILENAME = SPACES
               DISPLAY 'PRMCHECK: SCHEDULE AND REPORT MUST BE NAMED'
               SET CHECK-ABORTED TO TRUE
           END-IF

           EXIT.

       READ-ONE-PARAMETER SECTION.

           READ PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ

           IF NOT PARM-EOF
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               EVALUATE WS-PARM-KEYWORD
                   WHEN 'SCHEDULE'
                       MOVE WS-PARM-VALUE TO WS-SCHEDULE-FILENAME
                   WHEN 'REPORT'
                       MOVE WS-PARM-VALUE TO WS-REPORT-FILENAME
                   WHEN OTHER
                       DISPLAY 'PRMCHECK: UNKNOWN PARAMETER '
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF

           EXIT.

       OPEN-CHECK-FILES SECTION.

           MOVE WS-SCHEDULE-FILENAME TO WS-DYN-SCHEDULE-FILENAME
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY 'PRMCHECK: CANNOT OPEN SCHEDULE '
                   WS-SCHEDULE-FILENAME(1:40)
               SET CHECK-ABORTED TO TRUE
               GO TO OPEN-CHECK-FILES-EXIT
           END-IF

           MOVE SPACES TO FILEHANDLER
           MOVE 'PRMCHECK' TO PGM-NAME OF FILEHANDLER
           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-OPEN TO TRUE
           SET WRITE-MODE TO TRUE
           SET FO-REPORT TO TRUE
           MOVE 60 TO PAGE-DEPTH OF FILEHANDLER
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF NOT FILENAME-OPENED
               DISPLAY 'PRMCHECK: CANNOT OPEN REPORT '
                   WS-REPORT-FILENAME(1:40)
               CLOSE SCHEDULE-FILE
               SET CHECK-ABORTED TO TRUE
           ELSE
               MOVE FH-HANDLE-ID OF FILEHANDLER TO WS-REPORT-HANDLE
           END-IF.

       OPEN-CHECK-FILES-EXIT.

           EXIT.

       GET-RUN-STAMP SECTION.

           MOVE SPACES TO PROCDATE
           MOVE 'PROCDATE' TO PD-PGM-NAME
           SET PD-GET TO TRUE
           CALL "PROCDATE" USING PROCDATE FILENAME-FILE-STATUS
           MOVE PD-RESULT-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME

           EXIT.

       WRITE-REPORT-HEADINGS SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'PRE-FLIGHT PARAMETER FILE CHECK' TO
               FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           STRING 'SCHEDULE ' DELIMITED BY SIZE
                  WS-SCHEDULE-FILENAME(1:64) DELIMITED BY SIZE
               INTO FILE-RECORD OF FILEHANDLER
           SET RL-HEADER TO TRUE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE 'UTILITY     PARAMETER FILE' TO
               FILE-RECORD OF FILEHANDLER
           MOVE 'KEYWORD    EXCEPTION' TO
               FILE-RECORD OF FILEHANDLER(44:20)
           MOVE 'VALUE' TO FILE-RECORD OF FILEHANDLER(92:5)
           SET RL-COLHEAD TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * Each schedule line names a utility and, optionally, the
      * parameter file it will run with; <utility>.PRM is assumed
      * when the file is left out. Lines starting '*' are comments.
       CHECK-ONE-SCHEDULED-FILE SECTION.

           READ SCHEDULE-FILE
               AT END
                   SET SCHEDULE-EOF TO TRUE
           END-READ
           IF SCHEDULE-EOF
               GO TO CHECK-ONE-SCHEDULED-FILE-EXIT
           END-IF
           IF SCHEDULE-RECORD = SPACES OR SCHEDULE-RECORD(1:1) = '*'
               GO TO CHECK-ONE-SCHEDULED-FILE-EXIT
           END-IF

           ADD 1 TO WS-SCHEDULED-TOTAL
           MOVE SPACES TO WS-CHECK-PGM WS-CHECK-FILENAME
           UNSTRING SCHEDULE-RECORD DELIMITED BY ALL SPACES
               INTO WS-CHECK-PGM WS-CHECK-FILENAME
           END-UNSTRING
           IF WS-CHECK-FILENAME = SPACES
               STRING WS-CHECK-PGM DELIMITED BY SPACE
                      ".PRM"       DELIMITED BY SIZE
                   INTO WS-CHECK-FILENAME
           END-IF

           MOVE 0 TO WS-FILE-EXCEPTIONS WS-PAIR-COUNT
           MOVE SPACES TO WS-CHECK-DICT WS-CHECK-LAYOUT
               WS-CHECK-VERSION WS-DICT-SWITCH
           MOVE ALL 'N' TO WS-RULE-SEEN-TABLE

           PERFORM FIND-UTILITY-RULES
           IF WS-RULE-FIRST = 0
               MOVE SPACES TO WS-EX-KEYWORD WS-EX-VALUE
               MOVE 'UTILITY NOT KNOWN TO PRE-FLIGHT' TO
                   WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               PERFORM FINISH-SCHEDULED-FILE
               GO TO CHECK-ONE-SCHEDULED-FILE-EXIT
           END-IF

           MOVE WS-CHECK-FILENAME TO WS-DYN-CHECK-FILENAME
           OPEN INPUT CHECK-PRM-FILE
           IF WS-CHECK-STATUS NOT = "00"
               MOVE SPACES TO WS-EX-KEYWORD WS-EX-VALUE
               MOVE 'PARAMETER FILE NOT FOUND' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               PERFORM FINISH-SCHEDULED-FILE
               GO TO CHECK-ONE-SCHEDULED-FILE-EXIT
           END-IF

           MOVE 'N' TO WS-CHECK-EOF-SWITCH
           PERFORM CHECK-ONE-PRM-RECORD UNTIL CHECK-PRM-EOF
           CLOSE CHECK-PRM-FILE

           MOVE WS-RULE-FIRST TO WS-RULE-IX
           PERFORM CHECK-ONE-REQUIRED
               UNTIL WS-RULE-IX > WS-RULE-LAST

           MOVE 0 TO WS-PAIR-IX
           PERFORM CHECK-ONE-PAIR UNTIL WS-PAIR-IX >= WS-PAIR-COUNT

           IF CHECK-DICT-FOUND AND WS-CHECK-LAYOUT NOT = SPACES
               PERFORM CHECK-LAYOUT-IN-DICT
           END-IF

           PERFORM FINISH-SCHEDULED-FILE.

       CHECK-ONE-SCHEDULED-FILE-EXIT.

           EXIT.

       FIND-UTILITY-RULES SECTION.

           MOVE 0 TO WS-RULE-FIRST WS-RULE-LAST
           PERFORM FIND-ONE-UTILITY-RULE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT

           EXIT.

       FIND-ONE-UTILITY-RULE SECTION.

           IF WS-RULE-PGM(WS-RULE-IX) = WS-CHECK-PGM
               IF WS-RULE-FIRST = 0
                   MOVE WS-RULE-IX TO WS-RULE-FIRST
               END-IF
               MOVE WS-RULE-IX TO WS-RULE-LAST
           END-IF

           EXIT.

       CHECK-ONE-PRM-RECORD SECTION.

           READ CHECK-PRM-FILE
               AT END
                   SET CHECK-PRM-EOF TO TRUE
           END-READ
           IF CHECK-PRM-EOF OR CHECK-PRM-RECORD = SPACES
               GO TO CHECK-ONE-PRM-RECORD-EXIT
           END-IF

           ADD 1 TO WS-RECORD-TOTAL
           MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
           UNSTRING CHECK-PRM-RECORD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           END-UNSTRING
           MOVE WS-PARM-KEYWORD TO WS-EX-KEYWORD
           MOVE WS-PARM-VALUE(1:40) TO WS-EX-VALUE

           MOVE 0 TO WS-MATCH-IX
           MOVE 'N' TO WS-SUFFIX-SWITCH
           MOVE WS-RULE-FIRST TO WS-RULE-IX
           PERFORM MATCH-ONE-RULE
               UNTIL WS-RULE-IX > WS-RULE-LAST OR WS-MATCH-IX > 0

           IF SUFFIX-OUT-OF-RANGE
               MOVE 'KEYWORD NUMBER OUT OF RANGE' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               GO TO CHECK-ONE-PRM-RECORD-EXIT
           END-IF
           IF WS-MATCH-IX = 0
               MOVE 'KEYWORD NOT KNOWN TO UTILITY' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               GO TO CHECK-ONE-PRM-RECORD-EXIT
           END-IF

           MOVE 'Y' TO WS-RULE-SEEN(WS-MATCH-IX)
           IF WS-PARM-VALUE = SPACES
               MOVE 'VALUE IS BLANK' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               GO TO CHECK-ONE-PRM-RECORD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RULE-INPUT-FILE(WS-MATCH-IX)
                   PERFORM CHECK-INPUT-EXISTS
               WHEN RULE-DICTIONARY(WS-MATCH-IX)
                   MOVE WS-PARM-VALUE TO WS-CHECK-DICT
                   PERFORM CHECK-INPUT-EXISTS
                   IF FILENAME-EXISTS
                       SET CHECK-DICT-FOUND TO TRUE
                   END-IF
               WHEN RULE-LAYOUT(WS-MATCH-IX)
                   MOVE WS-PARM-VALUE(1:8) TO WS-CHECK-LAYOUT
               WHEN RULE-VERSION(WS-MATCH-IX)
                   MOVE WS-PARM-VALUE(1:8) TO WS-CHECK-VERSION
               WHEN RULE-NUMERIC(WS-MATCH-IX)
               WHEN RULE-OFFSET(WS-MATCH-IX)
               WHEN RULE-LENGTH(WS-MATCH-IX)
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN RULE-LIST(WS-MATCH-IX)
                   PERFORM CHECK-LIST-VALUE
           END-EVALUATE.

       CHECK-ONE-PRM-RECORD-EXIT.

           EXIT.

      * Numbered keywords (LEGn, CONDn, KEYOFFn ...) match on their
      * stem followed by a one or two digit number.
       MATCH-ONE-RULE SECTION.

           IF WS-RULE-SUFFIX-MAX(WS-RULE-IX) = 0
               IF WS-PARM-KEYWORD = WS-RULE-KEYWORD(WS-RULE-IX)
                   MOVE WS-RULE-IX TO WS-MATCH-IX
               END-IF
               GO TO MATCH-ONE-RULE-EXIT
           END-IF

           MOVE 0 TO WS-STEM-LEN
           INSPECT WS-RULE-KEYWORD(WS-RULE-IX) TALLYING WS-STEM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PARM-KEYWORD(1:WS-STEM-LEN) NOT =
                   WS-RULE-KEYWORD(WS-RULE-IX)(1:WS-STEM-LEN)
               GO TO MATCH-ONE-RULE-EXIT
           END-IF

           COMPUTE WS-SUFFIX-POS = WS-STEM-LEN + 1
           MOVE WS-PARM-KEYWORD(WS-SUFFIX-POS:2) TO WS-SUFFIX-X
           EVALUATE TRUE
               WHEN WS-SUFFIX-X(1:1) IS NUMERIC
                       AND WS-SUFFIX-X(2:1) = SPACE
                   MOVE WS-SUFFIX-X(1:1) TO WS-SUFFIX-NUM
               WHEN WS-SUFFIX-X IS NUMERIC
                   MOVE WS-SUFFIX-X TO WS-SUFFIX-NUM
               WHEN OTHER
                   GO TO MATCH-ONE-RULE-EXIT
           END-EVALUATE

           COMPUTE WS-SUFFIX-POS = WS-STEM-LEN + 3
           IF WS-PARM-KEYWORD(WS-SUFFIX-POS:) NOT = SPACES
               GO TO MATCH-ONE-RULE-EXIT
           END-IF

           IF WS-SUFFIX-NUM < 1
                   OR WS-SUFFIX-NUM > WS-RULE-SUFFIX-MAX(WS-RULE-IX)
               SET SUFFIX-OUT-OF-RANGE TO TRUE
           END-IF
           MOVE WS-RULE-IX TO WS-MATCH-IX.

       MATCH-ONE-RULE-EXIT.

           ADD 1 TO WS-RULE-IX

           EXIT.

       CHECK-INPUT-EXISTS SECTION.

           MOVE SPACES TO FILEHANDLER
           MOVE 'PRMCHECK' TO PGM-NAME OF FILEHANDLER
           MOVE WS-PARM-VALUE TO FILENAME OF FILEHANDLER
           MOVE 0 TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CHECK-EXISTS TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS
           IF FILENAME-NOT-FOUND
               MOVE 'INPUT FILE DOES NOT EXIST' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
           END-IF

           EXIT.

      * The utilities test a fixed number of leading digits, so the
      * same width is tested here before the value is range checked.
       CHECK-NUMERIC-VALUE SECTION.

           IF WS-PARM-VALUE(1:WS-RULE-WIDTH(WS-MATCH-IX))
                   IS NOT NUMERIC
               MOVE 'VALUE NOT NUMERIC' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               GO TO CHECK-NUMERIC-VALUE-EXIT
           END-IF

           IF RULE-NUMERIC(WS-MATCH-IX)
               GO TO CHECK-NUMERIC-VALUE-EXIT
           END-IF

           MOVE ZEROS TO WS-NUM-TEXT
           COMPUTE WS-NUM-START = 9 - WS-RULE-WIDTH(WS-MATCH-IX)
           MOVE WS-PARM-VALUE(1:WS-RULE-WIDTH(WS-MATCH-IX)) TO
               WS-NUM-TEXT(WS-NUM-START:WS-RULE-WIDTH(WS-MATCH-IX))
           IF WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 500
               MOVE 'VALUE OUTSIDE 1-500 BYTES' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               GO TO CHECK-NUMERIC-VALUE-EXIT
           END-IF

           IF WS-PAIR-COUNT < 40
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PARM-KEYWORD TO WS-PAIR-KEYWORD(WS-PAIR-COUNT)
               MOVE WS-RULE-CLASS(WS-MATCH-IX) TO
                   WS-PAIR-CLASS(WS-PAIR-COUNT)
               MOVE WS-NUM-VALUE TO WS-PAIR-VALUE(WS-PAIR-COUNT)
           END-IF.

       CHECK-NUMERIC-VALUE-EXIT.

           EXIT.

       CHECK-LIST-VALUE SECTION.

           MOVE SPACES TO WS-LIST-OFFSET WS-LIST-LENGTH
           UNSTRING WS-PARM-VALUE DELIMITED BY ","
               INTO WS-LIST-OFFSET WS-LIST-LENGTH
           END-UNSTRING

           IF WS-LIST-OFFSET NOT NUMERIC
                   OR WS-LIST-LENGTH NOT NUMERIC
               MOVE 'OFFSET OR LENGTH NOT NUMERIC' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
               GO TO CHECK-LIST-VALUE-EXIT
           END-IF

           MOVE WS-LIST-OFFSET TO WS-LIST-OFFSET-N
           MOVE WS-LIST-LENGTH TO WS-LIST-LENGTH-N
           IF WS-LIST-OFFSET-N < 1 OR WS-LIST-LENGTH-N < 1
                   OR WS-LIST-OFFSET-N + WS-LIST-LENGTH-N - 1 > 500
               MOVE 'FIELD OUTSIDE 1-500 BYTES' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-LIST-VALUE-EXIT.

           EXIT.

       CHECK-ONE-REQUIRED SECTION.

           IF RULE-REQUIRED(WS-RULE-IX)
                   AND WS-RULE-SEEN(WS-RULE-IX) NOT = 'Y'
               MOVE WS-RULE-KEYWORD(WS-RULE-IX) TO WS-EX-KEYWORD
               MOVE SPACES TO WS-EX-VALUE
               MOVE 'REQUIRED KEYWORD MISSING' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
           END-IF
           ADD 1 TO WS-RULE-IX

           EXIT.

      * An xxxOFF value is paired with the xxxLEN of the same name
      * (KEYOFF3 with KEYLEN3) and the field must end by byte 500.
       CHECK-ONE-PAIR SECTION.

           ADD 1 TO WS-PAIR-IX
           IF WS-PAIR-CLASS(WS-PAIR-IX) NOT = 'O'
               GO TO CHECK-ONE-PAIR-EXIT
           END-IF

           MOVE WS-PAIR-KEYWORD(WS-PAIR-IX) TO WS-PAIR-PARTNER
           INSPECT WS-PAIR-PARTNER REPLACING FIRST 'OFF' BY 'LEN'
           MOVE 0 TO WS-PAIR-LEN-IX
           PERFORM FIND-PAIR-LENGTH
               VARYING WS-PAIR-FIND-IX FROM 1 BY 1
               UNTIL WS-PAIR-FIND-IX > WS-PAIR-COUNT
           IF WS-PAIR-LEN-IX = 0
               GO TO CHECK-ONE-PAIR-EXIT
           END-IF

           COMPUTE WS-PAIR-END = WS-PAIR-VALUE(WS-PAIR-IX)
               + WS-PAIR-VALUE(WS-PAIR-LEN-IX) - 1
           IF WS-PAIR-END > 500
               MOVE WS-PAIR-KEYWORD(WS-PAIR-IX) TO WS-EX-KEYWORD
               MOVE SPACES TO WS-EX-VALUE
               STRING 'ENDS AT BYTE ' DELIMITED BY SIZE
                      WS-PAIR-END DELIMITED BY SIZE
                   INTO WS-EX-VALUE
               MOVE 'OFFSET PLUS LENGTH PAST 500 BYTES' TO
                   WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-ONE-PAIR-EXIT.

           EXIT.

       FIND-PAIR-LENGTH SECTION.

           IF WS-PAIR-CLASS(WS-PAIR-FIND-IX) = 'L'
                   AND WS-PAIR-KEYWORD(WS-PAIR-FIND-IX) =
                       WS-PAIR-PARTNER
               MOVE WS-PAIR-FIND-IX TO WS-PAIR-LEN-IX
           END-IF

           EXIT.

       CHECK-LAYOUT-IN-DICT SECTION.

           MOVE SPACES TO LAYOUTDICT
           MOVE 'LAYOUTDICT' TO LD-PGM-NAME
           SET LD-LOAD-LAYOUT TO TRUE
           MOVE WS-CHECK-DICT TO LD-DICT-FILENAME
           MOVE WS-CHECK-LAYOUT TO LD-LAYOUT-NAME
           MOVE WS-CHECK-VERSION TO LD-LAYOUT-VERSION
           CALL "LAYOUTDICT" USING LAYOUTDICT FILENAME-FILE-STATUS
           IF FILENAME-INVALID
               MOVE 'LAYOUT' TO WS-EX-KEYWORD
               MOVE SPACES TO WS-EX-VALUE
               STRING WS-CHECK-LAYOUT DELIMITED BY SIZE
                      ' VERSION ' DELIMITED BY SIZE
                      WS-CHECK-VERSION DELIMITED BY SIZE
                   INTO WS-EX-VALUE
               MOVE 'LAYOUT VERSION NOT IN DICTIONARY' TO
                   WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION
           END-IF

           EXIT.

       FINISH-SCHEDULED-FILE SECTION.

           IF WS-FILE-EXCEPTIONS = 0
               MOVE SPACES TO WS-EX-KEYWORD WS-EX-VALUE
               MOVE 'NO EXCEPTIONS' TO WS-EX-MESSAGE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-FAILED-TOTAL
               PERFORM WRITE-OPERATOR-ALERT
           END-IF

           EXIT.

       WRITE-EXCEPTION SECTION.

           ADD 1 TO WS-FILE-EXCEPTIONS
           ADD 1 TO WS-EXCEPTION-TOTAL
           PERFORM WRITE-EXCEPTION-LINE

           EXIT.

       WRITE-EXCEPTION-LINE SECTION.

           MOVE WS-CHECK-PGM TO WS-EL-PGM
           MOVE WS-CHECK-FILENAME(1:30) TO WS-EL-PRM
           MOVE WS-EX-KEYWORD TO WS-EL-KEYWORD
           MOVE WS-EX-MESSAGE TO WS-EL-MESSAGE
           MOVE WS-EX-VALUE TO WS-EL-VALUE
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-EXCEPTION-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-OPERATOR-ALERT SECTION.

           OPEN EXTEND ALERT-OUT-FILE
           IF WS-ALERT-OUT-STATUS = "35"
               OPEN OUTPUT ALERT-OUT-FILE
           END-IF
           IF WS-ALERT-OUT-STATUS = "00"
               MOVE SPACES TO ALERT-OUT-RECORD
               MOVE WS-RUN-DATE TO AO-DATE
               MOVE WS-RUN-TIME TO AO-TIME
               MOVE 'PRMCHECK' TO AO-PGM
               MOVE WS-CHECK-FILENAME(1:64) TO AO-FILE
               MOVE 'O' TO AO-OP
               MOVE '00' TO AO-STATUS
               STRING WS-CHECK-PGM DELIMITED BY SPACE
                      ' PARAMETERS WOULD FAIL' DELIMITED BY SIZE
                   INTO AO-MESSAGE
               WRITE ALERT-OUT-RECORD
               CLOSE ALERT-OUT-FILE
           END-IF

           DISPLAY 'PRMCHECK PARAMETERS WOULD FAIL UTILITY='
               WS-CHECK-PGM ' FILE=' WS-CHECK-FILENAME(1:40)
               UPON CONSOLE

           EXIT.

       WRITE-CHECK-SUMMARY SECTION.

           MOVE 'PARAMETER FILES SCHEDULED' TO WS-SL-LABEL
           MOVE WS-SCHEDULED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'PARAMETER RECORDS CHECKED' TO WS-SL-LABEL
           MOVE WS-RECORD-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'FILES THAT WOULD FAIL' TO WS-SL-LABEL
           MOVE WS-FAILED-TOTAL TO WS-SL-COUNT
           PERFORM WRITE-SUMMARY-LINE

           MOVE 'EXCEPTIONS FOUND' TO WS-SL-LABEL
           MOVE WS-EXCEPTION-TOTAL TO WS-SL-COUNT
           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-FOOTER TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-SUMMARY-LINE SECTION.

           MOVE SPACES TO FILE-RECORD OF FILEHANDLER
           MOVE WS-SUMMARY-LINE TO FILE-RECORD OF FILEHANDLER
           SET RL-DETAIL TO TRUE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-WRITE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.

       CLOSE-REPORT SECTION.

           MOVE WS-REPORT-FILENAME TO FILENAME OF FILEHANDLER
           MOVE WS-REPORT-HANDLE TO FH-HANDLE-ID OF FILEHANDLER
           SET F-CLOSE TO TRUE
           CALL "FILEHANDLER" USING FILEHANDLER FILENAME-FILE-STATUS

           EXIT.
