*> immagini piatte con margine, come ProductHistoryData: i copybook
*> possono crescere senza troncare i volumi gia' scritti
FD ArchOrders.
01 ArchOrderData pic X(352).

FD ArchLines.
01 ArchLineData pic X(60).
01 ArchHistoryData pic X(350).

FD ArchAudit.
01 ArchAuditData pic X(763).

WORKING-STORAGE SECTION.
01 WSOlStatus pic XX.
