
           DISPLAY "Copies out of service "
                   "(RP repair / BD bindery / DC display / "
                   "DM damaged / MP kit missing pieces) :".

           PERFORM UNTIL WS-EOF-Y

