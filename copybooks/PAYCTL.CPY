               88 CTL-REGULAR-RUN     VALUES "R", " ".
               88 CTL-REVERSAL-RUN    VALUE "V".
               88 CTL-SUPPLEMENTAL-RUN VALUE "S".
      *> The pay group the run paid. The duplicate-period refusal and
      *> the sequence warnings compare a run only with earlier runs
      *> of its own group. Records from before groups existed read as
      *> spaces, which is the weekly hourly group.
           05 CTL-PAY-GROUP           PIC X(2).
