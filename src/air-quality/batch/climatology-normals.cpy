      *>          pollutant scales, so the whole distribution fits in
      *>          seven counting buckets and the median is exact, not
      *>          estimated. CN-SOURCE is "P" (pollen archive,
      *>          CN-LOCATION holds the "latitude,longitude" label),
      *>          "A" (Atmo France archive, CN-LOCATION holds the
      *>          code_zone), or "V"/"C" (daily PREV'AIR/CAMS
      *>          archives, CN-LOCATION holds the "latitude,
      *>          longitude" label). CN-SPREAD is the interquartile
      *>          width (p75 - p25); the anomaly pass flags a reading
      *>          more than the spread plus one level away from the
      *>          median - a January grass-pollen 4 should wake
      *>          somebody up even though no threshold was crossed.
      *> ===============================================================
