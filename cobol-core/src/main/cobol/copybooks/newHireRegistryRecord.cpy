*> One record on NEW-HIRE-REGISTRY-FILE, the file the payroll desk
*> submits to the state new-hire registries: one block per work
*> state, each in the layout that state's registry accepts -- the
*> fixed-width national standard with a header and trailer, or a
*> comma-delimited upload with a column heading row. Each record is
*> built in working storage and moved into this area on WRITE.
01 newHireRegistryLine                   PIC X(350).
