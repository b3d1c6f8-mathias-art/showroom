        88  WS-ST-ACTIVE            VALUE 'A' ' '.
        88  WS-ST-FROZEN            VALUE 'F'.
        88  WS-ST-CLOSED            VALUE 'C'.
*> date the current status was set (by the add, a status change or
*> a merge), so frozen and closed accounts can be aged. Spaces on
*> records written before the field was carried mean not known.
    05  WS-STATUS-DATE              PIC X(8).
