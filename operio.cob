
       LINKAGE SECTION.
       01 ls-operation   pic X(1).
       01 ls-oper-record pic X(139).
       01 ls-msg         pic X(80).

      * Only supplied by the "F"/"N" walking ops the maintenance
