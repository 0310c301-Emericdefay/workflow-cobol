      *****************************************************************
      * CBDRMAN - one artifact on a night's disaster-recovery
      * manifest. Everything that matters lived on one box and the
      * recovery plan said "restore from backup" without saying
      * which files or in what order. DR-SHIP writes one manifest
      * per business date and ships it with the artifacts, to
      * DR_DIR/<business date>/DRMANIF, so the far site describes
      * itself without the primary. Records are in restore order -
      * DR-REST works the manifest top to bottom:
      *   keyed masters (SUMOFFM, SUMFOFFM, SUMRUNH, SUMBALL), the
      *   GL register and archive (SUMGLREG, SUMGLARC), the
      *   snapshot catalog (SUMARCAT) and the night's snapshot,
      *   then the night's promoted official files.
      *   DRM-KIND  K keyed master - shipped as a sequential unload
      *               (<name>.UNL), reloaded by DR-REST
      *             T line-sequential file, shipped as it stands
      *             B binary file (the database snapshot) - counts
      *               and hash are its byte count and cksum CRC
      *   DRM-RECORDS/DRM-HASH - of the file as shipped; for K and
      *             T the CFG-SNAP count and hash convention.
      *   DRM-SHIPPED  S shipped tonight
      *                U unchanged since the last verified night -
      *                  DRM-FAR-NAME is that night's copy
      *                A absent on the primary at replication time -
      *                  nothing to restore
      *****************************************************************
       01 DRMAN-RECORD.
           05 DRM-SEQ            PIC 99.
           05 DRM-BUSINESS-DATE  PIC X(10).
           05 DRM-RUN-STAMP      PIC X(15).
           05 DRM-ARTIFACT       PIC X(12).
           05 DRM-KIND           PIC X.
               88 DRM-IS-KEYED       VALUE "K".
               88 DRM-IS-TEXT        VALUE "T".
               88 DRM-IS-BINARY      VALUE "B".
      * Where the file lives on the primary, relative to the run
      * directory - and so where DR-REST puts it back under RESTDIR.
           05 DRM-SOURCE-NAME    PIC X(64).
           05 DRM-FAR-NAME       PIC X(80).
           05 DRM-RECORDS        PIC 9(12).
           05 DRM-HASH           PIC 9(15).
           05 DRM-SHIPPED        PIC X.
               88 DRM-WAS-SHIPPED    VALUE "S".
               88 DRM-WAS-UNCHANGED  VALUE "U".
               88 DRM-WAS-ABSENT     VALUE "A".
