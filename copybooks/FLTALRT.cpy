      *                       the new RECORDSIZE and REPRO/reload
      *                       existing records padded before the
      *                       first run against this layout.
      *     2026-10-15  PZ    Added alert type P, a sighting
      *                       outside its registered type's FLTTYPE
      *                       performance envelope (subject OUT OF
      *                       ENVELOPE, severity 3).  No layout
      *                       change.
      *=============================================================*
       01  ALERT-REC.
           05  ALRT-KEY.
                   88  ALRT-TYPE-EMERGENCY VALUE "E".
                   88  ALRT-TYPE-GEOFENCE  VALUE "G".
                   88  ALRT-TYPE-JUMP      VALUE "J".
                   88  ALRT-TYPE-ENVELOPE  VALUE "P".
               10  ALRT-ZONE-NAME      PIC X(20).
           05  ALRT-SEVERITY           PIC 9(01).
           05  ALRT-CALLSIGN           PIC X(08).
