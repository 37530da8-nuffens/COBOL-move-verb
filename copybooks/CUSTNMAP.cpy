      *>---------------------------------------------------------------
      *> CUSTNMAP - hand-coded symbolic map for mapset CUSTNMS, map
      *> CUSTNMAP (see custnmap.bms). COPY this under a caller-supplied
      *> 01 level, e.g.
      *>     01 CUSTNMAP-AREA.
      *>         COPY CUSTNMAP.
      *> Field order and lengths MUST stay in step with the BMS
      *> source: each named field carries the standard BMS halfword
      *> input length, the attribute/flag byte, and the data bytes.
      *> TIOAPFX=YES accounts for the leading 12-byte filler. The ten
      *> NLINE fields in the BMS source are identical, so they are
      *> overlaid here with a single OCCURS for the paging loop; each
      *> note takes two of them.
      *> Used by CUSTNOTS only; batch programs have no business here.
      *>---------------------------------------------------------------
000010     05 FILLER PIC X(12).
000020     05 CNT-IDENT-L PIC S9(4) COMP.
000030     05 CNT-IDENT-A PIC X.
000040     05 CNT-IDENT-I PIC X(7).
000050     05 CNT-NAME-L PIC S9(4) COMP.
000060     05 CNT-NAME-A PIC X.
000070     05 CNT-NAME-I PIC X(20).
000080     05 CNT-LINE-GROUP.
000090         10 CNT-LINE-ENTRY OCCURS 10 TIMES.
000100             15 CNT-LINE-L PIC S9(4) COMP.
000110             15 CNT-LINE-A PIC X.
000120             15 CNT-LINE-I PIC X(75).
000130     05 CNT-TEXT-L PIC S9(4) COMP.
000140     05 CNT-TEXT-A PIC X.
000150     05 CNT-TEXT-I PIC X(70).
000160     05 CNT-MSG-L PIC S9(4) COMP.
000170     05 CNT-MSG-A PIC X.
000180     05 CNT-MSG-I PIC X(60).
