      *****************************************************************
      *    XACFGPKG -- CONFIGURATION PACKAGE.  A PORTABLE SEQUENTIAL
      *    DATASET CARRYING A SELECTED SET OF REFERENCE RECORDS FROM
      *    ONE ENVIRONMENT TO ANOTHER (TEST TO PRODUCTION): XARESREG
      *    ENTRIES, ENQREG NAMES, MSGLIB TEMPLATES, MSGSCHED ENTRIES
      *    AND XASWAPPR APPROVED SWITCH LEVELS.  WRITTEN BY XACFGEXP;
      *    COMPARED AGAINST AND APPLIED TO THE TARGET BY XACFGIMP,
      *    WHICH ALSO WRITES ONE OF THESE AS THE BACKOUT PACKAGE OF
      *    EVERY IMPORT IT APPLIES.
      *
      *    ONE HEADER RECORD, THEN ONE RECORD PER REFERENCE RECORD
      *    (TAGGED WITH ITS FILE AND KEY, THE WHOLE RECORD AS THE
      *    IMAGE), THEN ONE TRAILER WITH THE RECORD COUNT.  A "D"
      *    RECORD -- ONLY EVER IN A BACKOUT PACKAGE -- REMOVES THE
      *    KEYED RECORD THE IMPORT ADDED; ITS IMAGE IS THE RECORD AS
      *    ADDED.  XACFGIMP REFUSES A PACKAGE WHOSE TRAILER IS MISSING
      *    OR DOES NOT MATCH, SO A TRUNCATED TRANSFER IS NEVER APPLIED.
      *****************************************************************
          FD  XACFGPKG
              LABEL RECORDS ARE STANDARD
              RECORDING MODE IS F.

       01  XACFGPKG-RECORD.
           05  XACFGPKG-TYPE               PIC X(01).
               88  XACFGPKG-IS-HEADER         VALUE "H".
               88  XACFGPKG-IS-ENTRY          VALUE "R".
               88  XACFGPKG-IS-DELETE         VALUE "D".
               88  XACFGPKG-IS-TRAILER        VALUE "T".
           05  XACFGPKG-FILE               PIC X(08).
           05  XACFGPKG-KEY                PIC X(10).
           05  FILLER                      PIC X(05).
           05  XACFGPKG-IMAGE              PIC X(232).

       01  XACFGPKG-HEADER.
           05  FILLER                      PIC X(01).
           05  XACFGPKG-PACKAGE            PIC X(16).
           05  XACFGPKG-KIND               PIC X(01).
               88  XACFGPKG-IS-EXPORT         VALUE "E".
               88  XACFGPKG-IS-BACKOUT        VALUE "B".
           05  XACFGPKG-CREATED-DATE       PIC X(08).
           05  XACFGPKG-CREATED-TIME       PIC X(06).
           05  XACFGPKG-CREATED-BY         PIC X(08).
           05  FILLER                      PIC X(216).

       01  XACFGPKG-TRAILER.
           05  FILLER                      PIC X(01).
           05  XACFGPKG-RECORD-COUNT       PIC 9(07).
           05  FILLER                      PIC X(248).
