       01   DORMANT-RECORD.
            03 DRM-KEY.
               05 DRM-DATAFILE          PIC X(30).
               05 DRM-MASTER-KEY        PIC X(20).
            03 DRM-STATUS               PIC X(01).
            03 DRM-LAST-ACTIVITY        PIC X(08).
            03 DRM-DORMANT-DATE         PIC X(08).
            03 DRM-REACTIVATED-DATE     PIC X(08).
            03 DRM-REQUESTED-BY         PIC X(08).
            03 DRM-APPROVED-BY          PIC X(08).
            03 DRM-TIMESTAMP            PIC X(21).
