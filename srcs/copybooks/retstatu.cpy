           88 :PREFIX:-RETURN-BLOCKED             VALUE "BL".
           88 :PREFIX:-RETURN-EXPIRED             VALUE "EX".
           88 :PREFIX:-RETURN-RESTRICTED          VALUE "RS".
           88 :PREFIX:-RETURN-NOT-LENDABLE        VALUE "NL".
           88 :PREFIX:-RETURN-SUSPENDED           VALUE "SU".
