
*> History lines are ITEM LOC OLD-PRICE NEW-PRICE DATETIME, the
*> prices seven digits with an implied V99 and the stamp fourteen
*> digits, the same forms the audit trail uses. Lines written since
*> operators were stamped carry the operator ID as a sixth field.
2100-PARSE-HISTORY-RECORD.
    SET PH-RECORD-USABLE TO TRUE
    MOVE SPACES TO PH-ITEM-ID-STG PH-LOCATION-STG PH-OLD-PRICE-STG
             PH-STAMP-STG COUNT IN PH-STAMP-LEN,
             PH-OVERFLOW
        TALLYING IN PH-FIELD-COUNT
    IF PH-FIELD-COUNT < 5 OR PH-FIELD-COUNT > 6
        OR PH-ITEM-ID-LEN NOT = 5 OR PH-LOCATION-LEN > 3
        OR PH-OLD-PRICE-LEN NOT = 7 OR PH-NEW-PRICE-LEN NOT = 7
        OR PH-STAMP-LEN NOT = 14
