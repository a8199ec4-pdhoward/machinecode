       file section.

       fd  static-file.
      *> as wide as the widest line a job writes (storeunld's
      *> export lines), so no download is split mid-line
       01  static-line          pic x(1300).

       working-storage section.

