FD  AUDIT-LOG.
    Copy "auditrc.cpy".
FD  AUDIT-ARCHIVE.
 1 AUDIT-ARCHIVE-RECORD    Pic X(4439).
WORKING-STORAGE SECTION.
 1 audit-log-status      Pic X(02) value "00".
 1 audit-archive-status  Pic X(02) value "00".
