       >>SOURCE FORMAT FREE
*> Local delivery masters: the ZIPs our own trucks serve, grouped
*> into delivery zones, and the trucks themselves with what each can
*> carry - the two tables 150_route_plan.cob builds the day's routes
*> from, kept in the maintain-a-rate-file mold of
*> 100_freight_rates.cob. A zone row is a full ZIP or a 3-digit
*> prefix (a full ZIP row wins over its prefix), with the stop
*> sequence that puts the ZIPs of a zone in driving order.
IDENTIFICATION DIVISION.
PROGRAM-ID. deliveryzones.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DeliveryZones ASSIGN TO "DeliveryZones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DzZip
           FILE STATUS IS WSDzStatus.
       SELECT Trucks ASSIGN TO "Trucks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TkTruckID
           FILE STATUS IS WSTkStatus.

DATA DIVISION.
FILE SECTION.
FD DeliveryZones.
01 DeliveryZoneData.
   COPY DLVZONEREC.

FD Trucks.
01 TruckData.
   COPY TRUCKREC.

WORKING-STORAGE SECTION.
01 WSDzStatus pic XX.
01 WSTkStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSListZone pic X(4).
01 WSListed pic 9(5).
01 WSTruckStatus pic X.

PROCEDURE DIVISION.
StartPara.
       open i-o DeliveryZones
       if WSDzStatus = "35"
           open output DeliveryZones
           close DeliveryZones
           open i-o DeliveryZones
       end-if
       open i-o Trucks
       if WSTkStatus = "35"
           open output Trucks
           close Trucks
           open i-o Trucks
       end-if
       perform until WSChoice = 9
           display " "
           display "LOCAL DELIVERY ZONES AND TRUCKS"
           display "1 : Add/Replace a Zone ZIP"
           display "2 : Remove a Zone ZIP"
           display "3 : List ZIPs (one zone or all)"
           display "4 : Add/Replace a Truck"
           display "5 : Take a Truck In/Out of Service"
           display "6 : List Trucks"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddZoneZip
               when 2 perform RemoveZoneZip
               when 3 perform ListZoneZips
               when 4 perform AddTruck
               when 5 perform SetTruckStatus
               when 6 perform ListTrucks
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close DeliveryZones, Trucks
       goback.

AddZoneZip.
       display "ZIP (5 digits, or a 3-digit prefix): "
           with no advancing
       accept DzZip
       if DzZip = spaces
           display "ZIP required"
       else
           display "Zone code: " with no advancing
           accept DzZone
           if DzZone = spaces
               display "Zone required"
           else
               display "Stop sequence within the zone (1-999): "
                   with no advancing
               accept DzStopSeq
               display "Description (area/town): " with no advancing
               accept DzDesc
               write DeliveryZoneData
                   invalid key
                       rewrite DeliveryZoneData
                           invalid key display "Zone ZIP not saved"
                           not invalid key display "Zone ZIP replaced"
                       end-rewrite
                   not invalid key display "Zone ZIP added"
               end-write
           end-if
       end-if.

RemoveZoneZip.
       display "ZIP or prefix: " with no advancing
       accept DzZip
       delete DeliveryZones record
           invalid key display "No such zone ZIP"
           not invalid key display "Zone ZIP removed - shipments there"
               " now go by carrier"
       end-delete.

ListZoneZips.
       display "Zone code (blank = all): " with no advancing
       accept WSListZone
       move zero to WSListed
       move "N" to WSEOFFlag
       move low-values to DzZip
       start DeliveryZones key is not less than DzZip
           invalid key set AtEOF to true
       end-start
       display "ZIP   Zone Seq Description"
       perform until AtEOF
           read DeliveryZones next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WSListZone = spaces or DzZone = WSListZone
                   add 1 to WSListed
                   display DzZip " " DzZone " " DzStopSeq " " DzDesc
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " zone ZIP(s)".

AddTruck.
       display "Truck ID: " with no advancing
       accept TkTruckID
       if TkTruckID = spaces
           display "Truck ID required"
       else
           display "Description: " with no advancing
           accept TkDesc
           display "Capacity (pounds): " with no advancing
           accept TkCapacity
           if TkCapacity = zero
               display "Capacity required"
           else
               set TkActive to true
               write TruckData
                   invalid key
                       rewrite TruckData
                           invalid key display "Truck not saved"
                           not invalid key display "Truck replaced"
                       end-rewrite
                   not invalid key display "Truck added"
               end-write
           end-if
       end-if.

*> un camion fuori servizio resta in archivio (le vecchie rotte lo
*> citano) ma non riceve rotte
SetTruckStatus.
       display "Truck ID: " with no advancing
       accept TkTruckID
       read Trucks
           invalid key
               display "Truck not on file"
           not invalid key
               display TkTruckID " " TkDesc " capacity " TkCapacity
                   " status " TkStatusFlag
               display "A in service, I out of service: " with no advancing
               accept WSTruckStatus
               evaluate WSTruckStatus
                   when "A" when "a" set TkActive to true
                   when "I" when "i" set TkInactive to true
                   when other
                       display "Status unchanged"
                       move spaces to WSTruckStatus
               end-evaluate
               if WSTruckStatus not = spaces
                   rewrite TruckData
                       invalid key display "Truck not updated"
                       not invalid key display "Truck status set"
                   end-rewrite
               end-if
       end-read.

ListTrucks.
       move "N" to WSEOFFlag
       move low-values to TkTruckID
       start Trucks key is not less than TkTruckID
           invalid key set AtEOF to true
       end-start
       display "Truck Description          Capacity St"
       perform until AtEOF
           read Trucks next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               display TkTruckID "  " TkDesc " " TkCapacity "   "
                   TkStatusFlag
           end-if
       end-perform
       move "N" to WSEOFFlag.
