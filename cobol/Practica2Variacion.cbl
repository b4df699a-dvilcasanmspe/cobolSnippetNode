                WHEN "EMBARGO"
                WHEN "INTSOBREG"
                WHEN "PLANILLAEG"
                WHEN "PFAPERTURA"
                WHEN "PRCAPITAL"
                WHEN "PRINTERES"
                WHEN "PRMORA"
                WHEN "RECAUDO"
                WHEN "DEPCTSEGR"
                WHEN "VENTRETIRO"
                WHEN "VENTPAGEGR"
                WHEN "DEVCHEQUE"
                WHEN "BARRIDOEGR"
                WHEN "EXTORNO-"
                   MOVE -1 TO WS-SIGN
                WHEN OTHER
