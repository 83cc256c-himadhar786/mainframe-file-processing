    *> SUSPREC.CPY
    *> Shared 94-byte reject suspense record. FILEPROC appends one per
    *> reject (REJECTS itself is scratched every run; this file is the
    *> durable record), SUSPREPR repairs and releases items (or
    *> returns one that should never post), SUSPAGE ages what is
    *> still open. The original input record is carried unchanged so
    *> a released item can go straight back into a later INFILE.
    *>
    *> Layout (94 bytes):
    *>   01     status: O open, R repaired and released,
    *>          X returned - closed out without posting
    *>   03-10  date rejected (business date, YYYYMMDD)
    *>   12-13  reject reason code (as on REJECTS)
    *>   15-94  original 80-byte input record
    05  SP-STATUS                 PIC X(01).
        88  SP-OPEN               VALUE 'O'.
        88  SP-RELEASED           VALUE 'R'.
        88  SP-RETURNED           VALUE 'X'.
    05  FILLER                    PIC X(01).
    05  SP-REJECT-DATE            PIC 9(08).
    05  FILLER                    PIC X(01).
