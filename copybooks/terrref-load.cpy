      *            pulls TERRREF into core once at startup;
      *            FIND-TERRITORY proves TL-IN-COUNTRY and
      *            TL-IN-POSTCODE against the ranges, first match
      *            wins and retired ranges are passed over. COPY
      *            alongside TERRREF (file section) and
      *            TERRREF-TBL (working storage).
      ******************************************************************
       LOAD-TERRITORY-TABLE.
                   MOVE TR-PC-HI TO TT-PC-HI (TT-COUNT)
                   MOVE TR-TERR-CODE TO TT-CODE (TT-COUNT)
                   MOVE TR-TERR-NAME TO TT-NAME (TT-COUNT)
                   MOVE TR-STATUS TO TT-STATUS (TT-COUNT)
           END-READ
           .


       MATCH-ONE-TERRITORY.
           IF TL-IN-COUNTRY = TT-COUNTRY (TT-IX)
               AND NOT TT-RETIRED (TT-IX)
               AND TL-IN-POSTCODE NOT < TT-PC-LO (TT-IX)
               AND TL-IN-POSTCODE NOT > TT-PC-HI (TT-IX)
               MOVE TT-CODE (TT-IX) TO TL-TERR-CODE
