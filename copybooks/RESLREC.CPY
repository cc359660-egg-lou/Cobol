001001*   09/01/2026  DRO  Added RES-ENTITY, the business-unit code
001002*                    off the input pair.  FILLER shrinks to
001003*                    keep the record length unchanged.
001012*   10/15/2026  DRO  RES-NUM1/RES-NUM2 are now the amounts as
001021*                    compared, in the entity's functional
001030*                    currency (RES-FUNC-CCY).  Added the amounts
001039*                    as received with their currencies, and
001048*                    materiality WITHIN FX TOL for a translated
001057*                    pair held within tolerance only by the
001066*                    FX-difference allowance.  Record grows to
001075*                    160 bytes.
001084*****************************************************************
001100 01  CMP-RESULT-RECORD.
001110     05  RES-ACCT-KEY            PIC X(10).
001120     05  FILLER                  PIC X(02)   VALUE SPACES.
001800     05  RES-OUTCOME             PIC X(22).
001850     05  RES-MATERIALITY         PIC X(16).
001860     05  RES-ENTITY              PIC X(03).
001870     05  FILLER                  PIC X(02)   VALUE SPACES.
001880     05  RES-FUNC-CCY            PIC X(03).
001890     05  FILLER                  PIC X(02)   VALUE SPACES.
001900     05  RES-ORIG-NUM1           PIC -ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                  PIC X(01)   VALUE SPACES.
001920     05  RES-NUM1-CCY            PIC X(03).
001930     05  FILLER                  PIC X(02)   VALUE SPACES.
001940     05  RES-ORIG-NUM2           PIC -ZZZ,ZZZ,ZZ9.99.
001950     05  FILLER                  PIC X(01)   VALUE SPACES.
001960     05  RES-NUM2-CCY            PIC X(03).
001970     05  FILLER                  PIC X(08)   VALUE SPACES.
