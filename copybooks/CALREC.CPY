    *>   18-25  date stamped in-flight (actual run date)
    *>   26-33  time stamped in-flight (HHMMSShh)
    *>   34-41  time stamped complete  (HHMMSShh)
    *>   42     backout scope, DAYBKO's stamp only: P partial
    *>          (branch/batch), W whole day; space on every other
    *>          job's stamp
    *>   43-80  reserved
    05  CA-CAL-KEY.
        10  CA-BUSINESS-DATE      PIC 9(08).
        10  CA-JOB-NAME           PIC X(08).
    05  CA-START-DATE             PIC 9(08).
    05  CA-START-TIME             PIC 9(08).
    05  CA-END-TIME               PIC 9(08).
    05  CA-BACKOUT-SCOPE          PIC X(01).
        88  CA-PARTIAL-BACKOUT    VALUE 'P'.
        88  CA-WHOLE-DAY-BACKOUT  VALUE 'W'.
    05  FILLER                    PIC X(38).
