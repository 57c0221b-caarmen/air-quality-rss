      *> ===============================================================
      *> COPYBOOK: config-values
      *> PURPOSE: The effective configuration as AQRSS-CONFIG-VALUES
      *>          hands it over: every variable VALIDATE-AQRSS-CONFIG
      *>          covers, whether its value came from the environment
      *>          ("ENV") or the default applies ("DEFAULT", text
      *>          blank), and the value itself - a secret only as a
      *>          mask and a short SHA-256 fingerprint, so a changed
      *>          secret still shows as changed without ever being
      *>          written down. A {vault:<name>} reference is kept as
      *>          it is: it names the secret, it is not the secret.
      *> ===============================================================
       01  C-CONFIG-VALUE-MAX-COUNT     CONSTANT AS 250.
       01  CV-VALUES-GRP.
           05  CV-VALUE-COUNT           PIC 9(3).
           05  CV-VALUE OCCURS 250 TIMES INDEXED BY CV-VALUE-INDEX.
               10  CV-NAME              PIC X(40).
               10  CV-SOURCE            PIC X(8).
               10  CV-TEXT              PIC X(100).
