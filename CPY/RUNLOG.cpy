          05 RLG-REJECT-CT    PIC 9(07).
          05 RLG-ERROR-CT     PIC 9(07).
          05 RLG-RETURN-CODE  PIC 9(04).
          05 RLG-CTL-CT       PIC 9(07).
          05 FILLER           PIC X(14).
