      *>           in the same order. WA-DISPOSITION says what became
      *>           of the request: PRCD (priced; the rest of the
      *>           record is meaningful), NKEY (key not on the
      *>           master), BADR (malformed request or override,
      *>           or a stock or futures hedge),
      *>           EXPD/XDAT/HRZN (the position's expiry date fails
      *>           the same derivation checks the nightly run makes),
      *>           DIVS (dividend PV swallows the spot) or LATT (the
