
       PROGRAM-ID.               RSAPPRIN.
      * Description: Sap Print Block
      * 2026-10-15  Audit lines now also carry LCIDSTK, LCIDDEST,
      *             SMOID and PROCID, appended after the message so
      *             the seven-field readers (RRSAPESC, RSAPDSPR)
      *             are unaffected; the weekly pareto (RSAPPARE)
      *             groups discrepancies by them.
      * 2026-09-02  The discrepancy notification is no longer sent
      *             by calling ACMMAIL here: the request (recipient,
      *             file name, text, archive) is appended to the
                  GXV-V28PUSRID     DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                  FUNCTION TRIM (WS-MSGERR-TEXT) DELIMITED BY SIZE
                  '|' DELIMITED BY SIZE
                  GXV-V18PLCIDSTK   DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                  GXV-V17PLCIDDEST  DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                  GXV-V25PSMOID     DELIMITED BY SIZE '|' DELIMITED
            BY SIZE
                  GXV-V22PPROCID    DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE WS-AUDIT-LINE
           IF NOT AUDIT-ST-OK
