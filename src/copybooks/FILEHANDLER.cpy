      * severe 0012 alert is raised and MIRROR-STATE returns 'S';
      * while healthy it returns 'A'.
      *
      * Every WRITE, REWRITE and DELETE made through an indexed or
      * relative handle opened in UPDATE-MODE is also appended, as an
      * after-image, to the cumulative log <file>.AIL with the
      * business date, time, PGM-NAME and CHANGE-TICKET. The log is
      * not restarted by the next open the way <file>.JNL is; it is
      * rolled aside by FILEBKUP when the next image copy is taken,
      * and FILEFWD replays it over the latest image copy to rebuild
      * a lost master.
      *
      * Screens acting for a person pass that person's id in USER-ID.
      * When it is filled in, every AUDITLOG entry for the call ends
      * with USR=<user id>, and a successful READ also records the
      * key of the record returned as KEY=<record key>, so that look-
      * ups can be traced back to the user for privacy reviews.
      *
      * Every OPEN is checked against the access table FILEAUTH
      * before the file is touched. A file covered by no entry opens
      * as before; once an entry covers it, the open needs an entry
      * for the caller's PGM-NAME (or *) that grants the OPEN-MODE
      * asked for and, where the entry names a user, the same
      * USER-ID. Any other open is refused with FILENAME-INVALID and
      * RC 0020 (RC-ACCESS-DENIED), logged to AUDITLOG and OPERALRT.
      * AUTHMAINT maintains the table, logging each saved change with
      * the grant before and after in FILEAUTH.HST, and AUTHRPT lists
      * the grants.
      * Access table record, 100 bytes:
      *   COLS 001-044 FILE NAME, OR A PREFIX ENDING IN * (A LONE *
      *                COVERS EVERY FILE)
      *   COLS 046-056 PROGRAM (* = ANY PROGRAM)
      *   COLS 058-065 USER ID (SPACES = ANY USER)
      *   COLS 067-071 MODES GRANTED, R W A U S IN THOSE POSITIONS
      *   COLS 073-080 CHANGE TICKET   COLS 081-088 GRANTED BY
      *   COLS 089-096 DATE GRANTED
      *
      * Several jobs can update one indexed file at the same time
      * when each holds only a key range of it. Open in UPDATE-MODE
      * with LOCK-PARTITION set to 01-99 and LOCK-KEY-LOW and
      * LOCK-KEY-HIGH set to the inclusive key range (spaces in
      * LOCK-KEY-HIGH run to the end of the file). The open takes the
      * range lock <file>.LKnn in place of <file>.LOCK and is refused
      * as locked while the whole file is locked, while partition nn
      * is already held or while another held range overlaps; a
      * whole-file UPDATE-MODE open likewise waits for, or is refused
      * by, any held range. A WRITE, REWRITE or DELETE outside the
      * range is refused with RC 0008. The journal of a range-locked
      * open is <file>.Pnn.JNL, so partitions do not restart each
      * other's journal, and it also records the keys added so that
      * FILERESTORE PART=nn can back the partition out in full.
      *
      * Closing a report handle appends an entry to the report
      * register RPTREG: business date, time, PGM-NAME, the file name
      * and its line and page counts. RPTDIST registers each bundle
      * it builds the same way, with the recipient code. RPTARCH
      * renames the register aside to <register>.CAP, captures every
      * report and bundle in it into the report archive and deletes
      * it once the capture is clean; the next report closed starts
      * a new register.
      *
      * Handles come from a pool of 16 per organization. Leave
      * FH-HANDLE-ID at zero on OPEN and the service assigns a free
      * handle of the requested FILE-ORGANIZATION and returns its id;
           05 GEN-RETAIN-COUNT PIC 9(02).
           05 RELATIVE-GENERATION PIC 9(02).
           05 CHANGE-TICKET PIC X(8).
           05 USER-ID PIC X(8).
           05 LOCK-WAIT-SECONDS  PIC 9(04).
           05 LOCK-RETRY-SECONDS PIC 9(03).
           05 MIRROR-PROCESSING PIC X(1).
           05 MIRROR-STATE PIC X(1).
               88 MIRROR-ACTIVE    VALUE 'A'.
               88 MIRROR-SUSPENDED VALUE 'S'.
           05 LOCK-PARTITION PIC 9(02).
           05 LOCK-KEY-LOW   PIC X(20).
           05 LOCK-KEY-HIGH  PIC X(20).

           05 RECORD-LENGTH PIC 9(05).
           05 READ-COUNT PIC 9(09).
