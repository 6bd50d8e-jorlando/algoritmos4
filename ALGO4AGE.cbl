           03 PRV-CUIT                    PIC 9(15).
           03 PRV-DIR                     PIC X(30).
           03 PRV-PLAZO-DIAS              PIC 9(03).
           03 PRV-CBU                     PIC 9(22).
           03 PRV-CUIT-TITULAR            PIC 9(15).
           03 PRV-BANCO                   PIC 9(03).

       FD LISDEUDA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS
