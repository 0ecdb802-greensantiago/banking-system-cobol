           05 JR-FILE-ID            PIC X(8).
              88 JR-ACCOUNT-IMAGE   VALUE 'ACCOUNT'.
              88 JR-USER-IMAGE      VALUE 'USER'.
           05 JR-IMAGE              PIC X(321).
