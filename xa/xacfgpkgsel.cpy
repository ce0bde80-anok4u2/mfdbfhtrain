      *****************************************************************
      *    FILE-CONTROL ENTRY FOR XACFGPKG.  COPY INTO THE ENVIRONMENT
      *    DIVISION OF THE CONFIGURATION PACKAGE JOBS (XACFGEXP WRITES
      *    A PACKAGE, XACFGIMP READS ONE).  EACH RUN POINTS THE DD AT
      *    THE PACKAGE DATASET IT IS PROMOTING.
      *****************************************************************
           SELECT XACFGPKG ASSIGN TO "XACFGPKG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XACFGPKG-STATUS.
