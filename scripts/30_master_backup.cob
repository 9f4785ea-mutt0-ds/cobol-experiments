01 CustomerBackupRecord pic X(200).

FD OrdersBackup.
01 OrdersBackupRecord pic X(352).

FD ProductBackup.
01 ProductBackupRecord pic X(200).
