
FD BackupFile.
*> stessa larghezza dei record di backup di 30_master_backup.cob
01 BackupRecord pic X(352).

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
