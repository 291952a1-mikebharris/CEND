        copy AuditRecord.

    fd  position-file.
        01 position-record pic x(981).

    working-storage section.
        01 position-file-status pic x(02) value spaces.
