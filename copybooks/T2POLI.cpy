      *> Vertex list of a coordinate-polygon (PLG) calculation, one
      *> line per polygon in data/T2202-POLI.DAT, written right after
      *> its audit record and tied to it by NPM + AUD-TIMESTAMP (the
      *> audit record's AUD-IN1 is the vertex count, so a same-second
      *> pair for one NPM is told apart by PL-JUMLAH as well).
      *> Vertices are in entry order, in PL-UNIT (the unit of the
      *> audit record), unused slots ZERO.
       01 POLI-RECORD.
           05 PL-NPM          PIC X(8).
           05 PL-TIMESTAMP    PIC X(14).
           05 PL-UNIT         PIC XX.
           05 PL-JUMLAH       PIC 99.
           05 PL-TITIK OCCURS 12 TIMES.
               10 PL-X        PIC 99999V99.
               10 PL-Y        PIC 99999V99.
