      *> new fields keep the original), and "A" adds a card the feed
      *> missed (no original key needed). Every repair and add is
      *> re-validated under the same four reason-code checks SHOEFEED
      *> applies before it touches the shoe; a repaired shuffle reject
      *> closes the shoe the way the feed's shuffle would. CX-FIXED-BY
      *> is the supervisor id the correction register prints - the
      *> register is the evidence of who changed the shoe and why.
       01 correction-record.
          03 cx-action pic x.
             88 cx-void-action value "V".
