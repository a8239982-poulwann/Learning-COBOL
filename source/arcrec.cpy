               88 arc-is-speci value "S".
           05 filler pic x(1) value space.
           05 arc-flight-category pic x(4).
           05 filler pic x(1) value space.
           05 arc-source pic x.
               88 arc-from-metar value "M" " ".
               88 arc-from-synop value "S".
           05 filler pic x(1) value space.
           05 arc-ceiling-ft pic 9(5).
               88 arc-no-ceiling value 99999.
