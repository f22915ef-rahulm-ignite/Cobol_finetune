000010*>
000020*> Identifies the stubbed manifest-job test to the COBOLUnit
000030*> context/report when TS000006 populates CBU-CTX.
000040 01 CBU-OWN-PROGRAM-ID PIC X(8) VALUE "TS000006".
000050*>
000060*> Content of the CALL identifiers below resolves at runtime to
000070*> the named subprograms, the same content-based dynamic-CALL
000080*> idiom used for SAMPLE02 in SAMPC002.
000090 01 CBU-stub-declare PIC X(16) VALUE "CBU-stub-declare".
000100 01 CBU-assert-stub-called PIC X(22)
000110    VALUE "CBU-assert-stub-called".
000120 01 CBU-assert-stub-arg PIC X(19) VALUE "CBU-assert-stub-arg".
000130 01 CBU-assert-nb4-equals PIC X(21)
000140    VALUE "CBU-assert-nb4-equals".
