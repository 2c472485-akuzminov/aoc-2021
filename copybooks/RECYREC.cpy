*>   VM - VESSEL NOT ON VESSEL MASTER
*>   VR - VESSEL RETIRED ON VESSEL MASTER
*>   TF - VESSEL TABLE FULL
*> THE STATION ID IS THE HELM STATION THE ORDER CAME IN FROM.
    01  RECYCLE-RECORD.
        05  RECY-RUN-DATE PIC 9(6).
        05  RECY-RECORD-NO PIC 9(6).
            88  RECY-RETIRED-VESSEL VALUE "VR".
            88  RECY-TABLE-FULL VALUE "TF".
        05  RECY-HELM-TEXT PIC X(80).
        05  RECY-STATION-ID PIC X(8).
