               88  MSGID-SARRY-MAX  VALUE 'Y'.
               88  MSGID-SPCL-DED-NET-PAY  VALUE 'Y'.
               88  MSGID-GVT-FED-OASDI-WARN  VALUE 'Y'.
               88  MSGID-TAX-SETUP-VALIDATED  VALUE 'Y'.
               88  MSGID-TPA-RESP-UNMATCHED  VALUE 'Y'.
               88  MSGID-TPA-RESP-INVALID  VALUE 'Y'.
               88  MSGID-FEED-OUT-OF-BALANCE  VALUE 'Y'.
