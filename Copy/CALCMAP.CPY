000500*    VIEWS, CALC1O/CALC2O REDEFINE THEM FOR THE OUTPUT (SEND)
000510*    VIEWS.  CALC2 E A CONSULTA AO LOG DE AUDITORIA (CALCINQ).
000520*    CALC0 E A TELA DE ASSINATURA DA TRANSACAO CALC (CALCONL).
000521*    CALC0 TRAZ A SENHA (SENH) E A NOVA SENHA COM A CONFIRMACAO
000523*    (NSEN/CSEN) PARA A TROCA NA ASSINATURA.
000525*    CALC1 TRAZ TAMBEM A MOEDA (OMOE) E A CONTA (OCTA).
000530*    CALC3 E A CONSULTA E CORRECAO DO ARQUIVO DE SUSPENSOS
000540*    (TRANSACAO CREP, PROGRAMA CALCREP).
000550*    CALC4 E A DIGITACAO DE LOTE AVULSO PARA O CALCINR
000560*    (TRANSACAO CENT, PROGRAMA CALCENT).
000570*    CALC5 E A MANUTENCAO DO CADASTRO DE CONTAS (CALCCTA)
000580*    (TRANSACAO CCAD, PROGRAMA CALCCAD).
000581*    CALC6 E A APROVACAO DOS LOTES PENDENTES DO CALCPND
000583*    (TRANSACAO CAPR, PROGRAMA CALCAPR).
000585*    CALC7 E A CONSULTA AO HISTORICO DE TAXAS DE CAMBIO
000587*    (TRANSACAO CTAX, PROGRAMA CALCTXI).
000589*    CALC8 E A MANUTENCAO DAS INSTRUCOES PERMANENTES (CALCIPM)
000590*    (TRANSACAO CIPC, PROGRAMA CALCIPC).
000592*    CALC9 E A BANCADA DE INVESTIGACAO DAS EXCECOES DA
000594*    CONCILIACAO (TRANSACAO CEXW, PROGRAMA CALCEXW).
000596*    CALCA E A ADMINISTRACAO DE SEGURANCA DOS OPERADORES
000598*    (TRANSACAO CADM, PROGRAMA CALCADM).
000600*================================================================
000700 01  CALC1I.
000800     05  FILLER                  PIC X(12).
002100     05  FILLER REDEFINES OPERF.
002200         10  OPERA               PIC X.
002300     05  OPERI                   PIC X(01).
002309     05  OMOEL                   COMP PIC S9(4).
002318     05  OMOEF                   PIC X.
002327     05  FILLER REDEFINES OMOEF.
002336         10  OMOEA               PIC X.
002345     05  OMOEI                   PIC X(03).
002354     05  OCTAL                   COMP PIC S9(4).
002363     05  OCTAF                   PIC X.
002372     05  FILLER REDEFINES OCTAF.
002381         10  OCTAA               PIC X.
002390     05  OCTAI                   PIC X(10).
002400     05  RESUL                   COMP PIC S9(4).
002500     05  RESUF                   PIC X.
002600     05  FILLER REDEFINES RESUF.
004000     05  NUM2O                   PIC -(16)9.99.
004100     05  FILLER                  PIC X(03).
004200     05  OPERO                   PIC X(01).
004220     05  FILLER                  PIC X(03).
004240     05  OMOEO                   PIC X(03).
004260     05  FILLER                  PIC X(03).
004280     05  OCTAO                   PIC X(10).
004300     05  FILLER                  PIC X(03).
004400     05  RESUO                   PIC X(20).
004500     05  FILLER                  PIC X(03).
008800     05  FILLER REDEFINES OPIDF.
008900         10  OPIDA               PIC X.
009000     05  OPIDI                   PIC X(08).
009006     05  SENHL                   COMP PIC S9(4).
009012     05  SENHF                   PIC X.
009018     05  FILLER REDEFINES SENHF.
009025         10  SENHA               PIC X.
009031     05  SENHI                   PIC X(08).
009037     05  NSENL                   COMP PIC S9(4).
009043     05  NSENF                   PIC X.
009050     05  FILLER REDEFINES NSENF.
009056         10  NSENA               PIC X.
009062     05  NSENI                   PIC X(08).
009068     05  CSENL                   COMP PIC S9(4).
009075     05  CSENF                   PIC X.
009081     05  FILLER REDEFINES CSENF.
009087         10  CSENA               PIC X.
009093     05  CSENI                   PIC X(08).
009100     05  MSG0L                   COMP PIC S9(4).
009200     05  MSG0F                   PIC X.
009300     05  FILLER REDEFINES MSG0F.
009800     05  FILLER                  PIC X(12).
009900     05  FILLER                  PIC X(03).
010000     05  OPIDO                   PIC X(08).
010010     05  FILLER                  PIC X(03).
010020     05  SENHO                   PIC X(08).
010040     05  FILLER                  PIC X(03).
010050     05  NSENO                   PIC X(08).
010070     05  FILLER                  PIC X(03).
010080     05  CSENO                   PIC X(08).
010100     05  FILLER                  PIC X(03).
010200     05  MSG0O                   PIC X(79).
010300*
014800     05  FILLER REDEFINES CMOEF.
014900         10  CMOEA               PIC X.
015000     05  CMOEI                   PIC X(03).
015010     05  CCTAL                   COMP PIC S9(4).
015020     05  CCTAF                   PIC X.
015030     05  FILLER REDEFINES CCTAF.
015040         10  CCTAA               PIC X.
015050     05  CCTAI                   PIC X(10).
015100     05  MSG3L                   COMP PIC S9(4).
015200     05  MSG3F                   PIC X.
015300     05  FILLER REDEFINES MSG3F.
017400     05  COPEO                   PIC X(01).
017500     05  FILLER                  PIC X(03).
017600     05  CMOEO                   PIC X(03).
017610     05  FILLER                  PIC X(03).
017620     05  CCTAO                   PIC X(10).
017700     05  FILLER                  PIC X(03).
017800     05  MSG3O                   PIC X(79).
017900*
023200             15  ECTO            PIC X(10).
023300     05  FILLER                  PIC X(03).
023400     05  MSG4O                   PIC X(79).
023500*
023600 01  CALC5I.
023700     05  FILLER                  PIC X(12).
023800     05  KCTAL                   COMP PIC S9(4).
023900     05  KCTAF                   PIC X.
024000     05  FILLER REDEFINES KCTAF.
024100         10  KCTAA               PIC X.
024200     05  KCTAI                   PIC X(10).
024300     05  KDESL                   COMP PIC S9(4).
024400     05  KDESF                   PIC X.
024500     05  FILLER REDEFINES KDESF.
024600         10  KDESA               PIC X.
024700     05  KDESI                   PIC X(30).
024800     05  KMOEL                   COMP PIC S9(4).
024900     05  KMOEF                   PIC X.
025000     05  FILLER REDEFINES KMOEF.
025100         10  KMOEA               PIC X.
025200     05  KMOEI                   PIC X(03).
025300     05  KEFEL                   COMP PIC S9(4).
025400     05  KEFEF                   PIC X.
025500     05  FILLER REDEFINES KEFEF.
025600         10  KEFEA               PIC X.
025700     05  KEFEI                   PIC X(08).
025800     05  KENCL                   COMP PIC S9(4).
025900     05  KENCF                   PIC X.
026000     05  FILLER REDEFINES KENCF.
026100         10  KENCA               PIC X.
026200     05  KENCI                   PIC X(08).
026300     05  KSTAL                   COMP PIC S9(4).
026400     05  KSTAF                   PIC X.
026500     05  FILLER REDEFINES KSTAF.
026600         10  KSTAA               PIC X.
026700     05  KSTAI                   PIC X(02).
026800     05  MSG5L                   COMP PIC S9(4).
026900     05  MSG5F                   PIC X.
027000     05  FILLER REDEFINES MSG5F.
027100         10  MSG5A               PIC X.
027200     05  MSG5I                   PIC X(79).
027300*
027400 01  CALC5O REDEFINES CALC5I.
027500     05  FILLER                  PIC X(12).
027600     05  FILLER                  PIC X(03).
027700     05  KCTAO                   PIC X(10).
027800     05  FILLER                  PIC X(03).
027900     05  KDESO                   PIC X(30).
028000     05  FILLER                  PIC X(03).
028100     05  KMOEO                   PIC X(03).
028200     05  FILLER                  PIC X(03).
028300     05  KEFEO                   PIC X(08).
028400     05  FILLER                  PIC X(03).
028500     05  KENCO                   PIC X(08).
028600     05  FILLER                  PIC X(03).
028700     05  KSTAO                   PIC X(02).
028800     05  FILLER                  PIC X(03).
028900     05  MSG5O                   PIC X(79).
029000*
029100 01  CALC6I.
029200     05  FILLER                  PIC X(12).
029300     05  ALOTL                   COMP PIC S9(4).
029400     05  ALOTF                   PIC X.
029500     05  FILLER REDEFINES ALOTF.
029600         10  ALOTA               PIC X.
029700     05  ALOTI                   PIC X(20).
029800     05  ASITL                   COMP PIC S9(4).
029900     05  ASITF                   PIC X.
030000     05  FILLER REDEFINES ASITF.
030100         10  ASITA               PIC X.
030200     05  ASITI                   PIC X(02).
030300     05  AOPRL                   COMP PIC S9(4).
030400     05  AOPRF                   PIC X.
030500     05  FILLER REDEFINES AOPRF.
030600         10  AOPRA               PIC X.
030700     05  AOPRI                   PIC X(08).
030800     05  ARUNL                   COMP PIC S9(4).
030900     05  ARUNF                   PIC X.
031000     05  FILLER REDEFINES ARUNF.
031100         10  ARUNA               PIC X.
031200     05  ARUNI                   PIC X(06).
031300     05  ADTML                   COMP PIC S9(4).
031400     05  ADTMF                   PIC X.
031500     05  FILLER REDEFINES ADTMF.
031600         10  ADTMA               PIC X.
031700     05  ADTMI                   PIC X(08).
031800     05  AQTDL                   COMP PIC S9(4).
031900     05  AQTDF                   PIC X.
032000     05  FILLER REDEFINES AQTDF.
032100         10  AQTDA               PIC X.
032200     05  AQTDI                   PIC X(07).
032300     05  AHSHL                   COMP PIC S9(4).
032400     05  AHSHF                   PIC X.
032500     05  FILLER REDEFINES AHSHF.
032600         10  AHSHA               PIC X.
032700     05  AHSHI                   PIC X(20).
032800     05  CALC6-DETALHES.
032900         10  CALC6-DET-LINHA     OCCURS 6 TIMES.
033000             15  ADETL           COMP PIC S9(4).
033100             15  ADETF           PIC X.
033200             15  ADETI           PIC X(59).
033300     05  AMOTL                   COMP PIC S9(4).
033400     05  AMOTF                   PIC X.
033500     05  FILLER REDEFINES AMOTF.
033600         10  AMOTA               PIC X.
033700     05  AMOTI                   PIC X(40).
033800     05  MSG6L                   COMP PIC S9(4).
033900     05  MSG6F                   PIC X.
034000     05  FILLER REDEFINES MSG6F.
034100         10  MSG6A               PIC X.
034200     05  MSG6I                   PIC X(79).
034300*
034400 01  CALC6O REDEFINES CALC6I.
034500     05  FILLER                  PIC X(12).
034600     05  FILLER                  PIC X(03).
034700     05  ALOTO                   PIC X(20).
034800     05  FILLER                  PIC X(03).
034900     05  ASITO                   PIC X(02).
035000     05  FILLER                  PIC X(03).
035100     05  AOPRO                   PIC X(08).
035200     05  FILLER                  PIC X(03).
035300     05  ARUNO                   PIC X(06).
035400     05  FILLER                  PIC X(03).
035500     05  ADTMO                   PIC X(08).
035600     05  FILLER                  PIC X(03).
035700     05  AQTDO                   PIC X(07).
035800     05  FILLER                  PIC X(03).
035900     05  AHSHO                   PIC X(20).
036000     05  CALC6-DETALHES-O.
036100         10  CALC6-DET-LINHA-O   OCCURS 6 TIMES.
036200             15  FILLER          PIC X(03).
036300             15  ADETO           PIC X(59).
036400     05  FILLER                  PIC X(03).
036500     05  AMOTO                   PIC X(40).
036600     05  FILLER                  PIC X(03).
036700     05  MSG6O                   PIC X(79).
036800*
036900 01  CALC7I.
037000     05  FILLER                  PIC X(12).
037100     05  TMOEL                   COMP PIC S9(4).
037200     05  TMOEF                   PIC X.
037300     05  FILLER REDEFINES TMOEF.
037400         10  TMOEA               PIC X.
037500     05  TMOEI                   PIC X(03).
037600     05  TDATL                   COMP PIC S9(4).
037700     05  TDATF                   PIC X.
037800     05  FILLER REDEFINES TDATF.
037900         10  TDATA               PIC X.
038000     05  TDATI                   PIC X(08).
038100     05  CALC7-DETALHES.
038200         10  CALC7-DET-LINHA     OCCURS 12 TIMES.
038300             15  TDETL           COMP PIC S9(4).
038400             15  TDETF           PIC X.
038500             15  TDETI           PIC X(73).
038600     05  MSG7L                   COMP PIC S9(4).
038700     05  MSG7F                   PIC X.
038800     05  FILLER REDEFINES MSG7F.
038900         10  MSG7A               PIC X.
039000     05  MSG7I                   PIC X(79).
039100*
039200 01  CALC7O REDEFINES CALC7I.
039300     05  FILLER                  PIC X(12).
039400     05  FILLER                  PIC X(03).
039500     05  TMOEO                   PIC X(03).
039600     05  FILLER                  PIC X(03).
039700     05  TDATO                   PIC X(08).
039800     05  CALC7-DETALHES-O.
039900         10  CALC7-DET-LINHA-O   OCCURS 12 TIMES.
040000             15  FILLER          PIC X(03).
040100             15  TDETO           PIC X(73).
040200     05  FILLER                  PIC X(03).
040300     05  MSG7O                   PIC X(79).
040400*
040500 01  CALC8I.
040600     05  FILLER                  PIC X(12).
040700     05  IIDL                    COMP PIC S9(4).
040800     05  IIDF                    PIC X.
040900     05  FILLER REDEFINES IIDF.
041000         10  IIDA                PIC X.
041100     05  IIDI                    PIC X(08).
041200     05  ISITL                   COMP PIC S9(4).
041300     05  ISITF                   PIC X.
041400     05  FILLER REDEFINES ISITF.
041500         10  ISITA               PIC X.
041600     05  ISITI                   PIC X(01).
041700     05  IULTL                   COMP PIC S9(4).
041800     05  IULTF                   PIC X.
041900     05  FILLER REDEFINES IULTF.
042000         10  IULTA               PIC X.
042100     05  IULTI                   PIC X(08).
042200     05  IDESL                   COMP PIC S9(4).
042300     05  IDESF                   PIC X.
042400     05  FILLER REDEFINES IDESF.
042500         10  IDESA               PIC X.
042600     05  IDESI                   PIC X(30).
042700     05  IMOEL                   COMP PIC S9(4).
042800     05  IMOEF                   PIC X.
042900     05  FILLER REDEFINES IMOEF.
043000         10  IMOEA               PIC X.
043100     05  IMOEI                   PIC X(03).
043200     05  ICTAL                   COMP PIC S9(4).
043300     05  ICTAF                   PIC X.
043400     05  FILLER REDEFINES ICTAF.
043500         10  ICTAA               PIC X.
043600     05  ICTAI                   PIC X(10).
043700     05  ITIPL                   COMP PIC S9(4).
043800     05  ITIPF                   PIC X.
043900     05  FILLER REDEFINES ITIPF.
044000         10  ITIPA               PIC X.
044100     05  ITIPI                   PIC X(01).
044200     05  IFRQL                   COMP PIC S9(4).
044300     05  IFRQF                   PIC X.
044400     05  FILLER REDEFINES IFRQF.
044500         10  IFRQA               PIC X.
044600     05  IFRQI                   PIC X(01).
044700     05  IDIAL                   COMP PIC S9(4).
044800     05  IDIAF                   PIC X.
044900     05  FILLER REDEFINES IDIAF.
045000         10  IDIAA               PIC X.
045100     05  IDIAI                   PIC X(02).
045200     05  IESPL                   COMP PIC S9(4).
045300     05  IESPF                   PIC X.
045400     05  FILLER REDEFINES IESPF.
045500         10  IESPA               PIC X.
045600     05  IESPI                   PIC X(08).
045700     05  IINIL                   COMP PIC S9(4).
045800     05  IINIF                   PIC X.
045900     05  FILLER REDEFINES IINIF.
046000         10  IINIA               PIC X.
046100     05  IINII                   PIC X(08).
046200     05  IFIML                   COMP PIC S9(4).
046300     05  IFIMF                   PIC X.
046400     05  FILLER REDEFINES IFIMF.
046500         10  IFIMA               PIC X.
046600     05  IFIMI                   PIC X(08).
046700     05  CALC8-PASSOS.
046800         10  CALC8-PASSO         OCCURS 6 TIMES.
046900             15  PN1L            COMP PIC S9(4).
047000             15  PN1F            PIC X.
047100             15  PN1I            PIC X(20).
047200             15  PN2L            COMP PIC S9(4).
047300             15  PN2F            PIC X.
047400             15  PN2I            PIC X(20).
047500             15  POPL            COMP PIC S9(4).
047600             15  POPF            PIC X.
047700             15  POPI            PIC X(01).
047800             15  PACL            COMP PIC S9(4).
047900             15  PACF            PIC X.
048000             15  PACI            PIC X(01).
048100     05  MSG8L                   COMP PIC S9(4).
048200     05  MSG8F                   PIC X.
048300     05  FILLER REDEFINES MSG8F.
048400         10  MSG8A               PIC X.
048500     05  MSG8I                   PIC X(79).
048600*
048700 01  CALC8O REDEFINES CALC8I.
048800     05  FILLER                  PIC X(12).
048900     05  FILLER                  PIC X(03).
049000     05  IIDO                    PIC X(08).
049100     05  FILLER                  PIC X(03).
049200     05  ISITO                   PIC X(01).
049300     05  FILLER                  PIC X(03).
049400     05  IULTO                   PIC X(08).
049500     05  FILLER                  PIC X(03).
049600     05  IDESO                   PIC X(30).
049700     05  FILLER                  PIC X(03).
049800     05  IMOEO                   PIC X(03).
049900     05  FILLER                  PIC X(03).
050000     05  ICTAO                   PIC X(10).
050100     05  FILLER                  PIC X(03).
050200     05  ITIPO                   PIC X(01).
050300     05  FILLER                  PIC X(03).
050400     05  IFRQO                   PIC X(01).
050500     05  FILLER                  PIC X(03).
050600     05  IDIAO                   PIC X(02).
050700     05  FILLER                  PIC X(03).
050800     05  IESPO                   PIC X(08).
050900     05  FILLER                  PIC X(03).
051000     05  IINIO                   PIC X(08).
051100     05  FILLER                  PIC X(03).
051200     05  IFIMO                   PIC X(08).
051300     05  CALC8-PASSOS-O.
051400         10  CALC8-PASSO-O       OCCURS 6 TIMES.
051500             15  FILLER          PIC X(03).
051600             15  PN1O            PIC X(20).
051700             15  FILLER          PIC X(03).
051800             15  PN2O            PIC X(20).
051900             15  FILLER          PIC X(03).
052000             15  POPO            PIC X(01).
052100             15  FILLER          PIC X(03).
052200             15  PACO            PIC X(01).
052300     05  FILLER                  PIC X(03).
052400     05  MSG8O                   PIC X(79).
052500*
052600 01  CALC9I.
052700     05  FILLER                  PIC X(12).
052800     05  XORDL                   COMP PIC S9(4).
052900     05  XORDF                   PIC X.
053000     05  FILLER REDEFINES XORDF.
053100         10  XORDA               PIC X.
053200     05  XORDI                   PIC X(01).
053300     05  XCINL                   COMP PIC S9(4).
053400     05  XCINF                   PIC X.
053500     05  FILLER REDEFINES XCINF.
053600         10  XCINA               PIC X.
053700     05  XCINI                   PIC X(10).
053800     05  XIDML                   COMP PIC S9(4).
053900     05  XIDMF                   PIC X.
054000     05  FILLER REDEFINES XIDMF.
054100         10  XIDMA               PIC X.
054200     05  XIDMI                   PIC X(03).
054300     05  XANFL                   COMP PIC S9(4).
054400     05  XANFF                   PIC X.
054500     05  FILLER REDEFINES XANFF.
054600         10  XANFA               PIC X.
054700     05  XANFI                   PIC X(08).
054800     05  CALC9-LISTA.
054900         10  CALC9-LIS-LINHA     OCCURS 8 TIMES.
055000             15  XLSL            COMP PIC S9(4).
055100             15  XLSF            PIC X.
055200             15  XLSI            PIC X(77).
055300     05  XCTAL                   COMP PIC S9(4).
055400     05  XCTAF                   PIC X.
055500     05  FILLER REDEFINES XCTAF.
055600         10  XCTAA               PIC X.
055700     05  XCTAI                   PIC X(10).
055800     05  XSITL                   COMP PIC S9(4).
055900     05  XSITF                   PIC X.
056000     05  FILLER REDEFINES XSITF.
056100         10  XSITA               PIC X.
056200     05  XSITI                   PIC X(57).
056300     05  XANLL                   COMP PIC S9(4).
056400     05  XANLF                   PIC X.
056500     05  FILLER REDEFINES XANLF.
056600         10  XANLA               PIC X.
056700     05  XANLI                   PIC X(08).
056800     05  XCAUL                   COMP PIC S9(4).
056900     05  XCAUF                   PIC X.
057000     05  FILLER REDEFINES XCAUF.
057100         10  XCAUA               PIC X.
057200     05  XCAUI                   PIC X(02).
057300     05  XCDSL                   COMP PIC S9(4).
057400     05  XCDSF                   PIC X.
057500     05  FILLER REDEFINES XCDSF.
057600         10  XCDSA               PIC X.
057700     05  XCDSI                   PIC X(20).
057800     05  XDECL                   COMP PIC S9(4).
057900     05  XDECF                   PIC X.
058000     05  FILLER REDEFINES XDECF.
058100         10  XDECA               PIC X.
058200     05  XDECI                   PIC X(01).
058300     05  XMOTL                   COMP PIC S9(4).
058400     05  XMOTF                   PIC X.
058500     05  FILLER REDEFINES XMOTF.
058600         10  XMOTA               PIC X.
058700     05  XMOTI                   PIC X(40).
058800     05  XDCSL                   COMP PIC S9(4).
058900     05  XDCSF                   PIC X.
059000     05  FILLER REDEFINES XDCSF.
059100         10  XDCSA               PIC X.
059200     05  XDCSI                   PIC X(27).
059300     05  XNOTL                   COMP PIC S9(4).
059400     05  XNOTF                   PIC X.
059500     05  FILLER REDEFINES XNOTF.
059600         10  XNOTA               PIC X.
059700     05  XNOTI                   PIC X(70).
059800     05  CALC9-NOTAS.
059900         10  CALC9-NOT-LINHA     OCCURS 3 TIMES.
060000             15  XNTL            COMP PIC S9(4).
060100             15  XNTF            PIC X.
060200             15  XNTI            PIC X(77).
060300     05  MSG9L                   COMP PIC S9(4).
060400     05  MSG9F                   PIC X.
060500     05  FILLER REDEFINES MSG9F.
060600         10  MSG9A               PIC X.
060700     05  MSG9I                   PIC X(79).
060800*
060900 01  CALC9O REDEFINES CALC9I.
061000     05  FILLER                  PIC X(12).
061100     05  FILLER                  PIC X(03).
061200     05  XORDO                   PIC X(01).
061300     05  FILLER                  PIC X(03).
061400     05  XCINO                   PIC X(10).
061500     05  FILLER                  PIC X(03).
061600     05  XIDMO                   PIC X(03).
061700     05  FILLER                  PIC X(03).
061800     05  XANFO                   PIC X(08).
061900     05  CALC9-LISTA-O.
062000         10  CALC9-LIS-LINHA-O   OCCURS 8 TIMES.
062100             15  FILLER          PIC X(03).
062200             15  XLSO            PIC X(77).
062300     05  FILLER                  PIC X(03).
062400     05  XCTAO                   PIC X(10).
062500     05  FILLER                  PIC X(03).
062600     05  XSITO                   PIC X(57).
062700     05  FILLER                  PIC X(03).
062800     05  XANLO                   PIC X(08).
062900     05  FILLER                  PIC X(03).
063000     05  XCAUO                   PIC X(02).
063100     05  FILLER                  PIC X(03).
063200     05  XCDSO                   PIC X(20).
063300     05  FILLER                  PIC X(03).
063400     05  XDECO                   PIC X(01).
063500     05  FILLER                  PIC X(03).
063600     05  XMOTO                   PIC X(40).
063700     05  FILLER                  PIC X(03).
063800     05  XDCSO                   PIC X(27).
063900     05  FILLER                  PIC X(03).
064000     05  XNOTO                   PIC X(70).
064100     05  CALC9-NOTAS-O.
064200         10  CALC9-NOT-LINHA-O   OCCURS 3 TIMES.
064300             15  FILLER          PIC X(03).
064400             15  XNTO            PIC X(77).
064500     05  FILLER                  PIC X(03).
064600     05  MSG9O                   PIC X(79).
064700*
064800 01  CALCAI.
064900     05  FILLER                  PIC X(12).
065000     05  SOIDL                   COMP PIC S9(4).
065100     05  SOIDF                   PIC X.
065200     05  FILLER REDEFINES SOIDF.
065300         10  SOIDA               PIC X.
065400     05  SOIDI                   PIC X(08).
065500     05  SNOML                   COMP PIC S9(4).
065600     05  SNOMF                   PIC X.
065700     05  FILLER REDEFINES SNOMF.
065800         10  SNOMA               PIC X.
065900     05  SNOMI                   PIC X(30).
066000     05  SAUTL                   COMP PIC S9(4).
066100     05  SAUTF                   PIC X.
066200     05  FILLER REDEFINES SAUTF.
066300         10  SAUTA               PIC X.
066400     05  SAUTI                   PIC X(06).
066500     05  SAPRL                   COMP PIC S9(4).
066600     05  SAPRF                   PIC X.
066700     05  FILLER REDEFINES SAPRF.
066800         10  SAPRA               PIC X.
066900     05  SAPRI                   PIC X(01).
067000     05  SCTLL                   COMP PIC S9(4).
067100     05  SCTLF                   PIC X.
067200     05  FILLER REDEFINES SCTLF.
067300         10  SCTLA               PIC X.
067400     05  SCTLI                   PIC X(01).
067500     05  SADML                   COMP PIC S9(4).
067600     05  SADMF                   PIC X.
067700     05  FILLER REDEFINES SADMF.
067800         10  SADMA               PIC X.
067900     05  SADMI                   PIC X(01).
068000     05  SSENL                   COMP PIC S9(4).
068100     05  SSENF                   PIC X.
068200     05  FILLER REDEFINES SSENF.
068300         10  SSENA               PIC X.
068400     05  SSENI                   PIC X(08).
068500     05  SSITL                   COMP PIC S9(4).
068600     05  SSITF                   PIC X.
068700     05  FILLER REDEFINES SSITF.
068800         10  SSITA               PIC X.
068900     05  SSITI                   PIC X(30).
069000     05  SUASL                   COMP PIC S9(4).
069100     05  SUASF                   PIC X.
069200     05  FILLER REDEFINES SUASF.
069300         10  SUASA               PIC X.
069400     05  SUASI                   PIC X(30).
069500     05  SDSEL                   COMP PIC S9(4).
069600     05  SDSEF                   PIC X.
069700     05  FILLER REDEFINES SDSEF.
069800         10  SDSEA               PIC X.
069900     05  SDSEI                   PIC X(30).
070000     05  STENL                   COMP PIC S9(4).
070100     05  STENF                   PIC X.
070200     05  FILLER REDEFINES STENF.
070300         10  STENA               PIC X.
070400     05  STENI                   PIC X(02).
070500     05  SINCL                   COMP PIC S9(4).
070600     05  SINCF                   PIC X.
070700     05  FILLER REDEFINES SINCF.
070800         10  SINCA               PIC X.
070900     05  SINCI                   PIC X(10).
071000     05  SALTL                   COMP PIC S9(4).
071100     05  SALTF                   PIC X.
071200     05  FILLER REDEFINES SALTF.
071300         10  SALTA               PIC X.
071400     05  SALTI                   PIC X(30).
071500     05  MSGAL                   COMP PIC S9(4).
071600     05  MSGAF                   PIC X.
071700     05  FILLER REDEFINES MSGAF.
071800         10  MSGAA               PIC X.
071900     05  MSGAI                   PIC X(79).
072000*
072100 01  CALCAO REDEFINES CALCAI.
072200     05  FILLER                  PIC X(12).
072300     05  FILLER                  PIC X(03).
072400     05  SOIDO                   PIC X(08).
072500     05  FILLER                  PIC X(03).
072600     05  SNOMO                   PIC X(30).
072700     05  FILLER                  PIC X(03).
072800     05  SAUTO                   PIC X(06).
072900     05  FILLER                  PIC X(03).
073000     05  SAPRO                   PIC X(01).
073100     05  FILLER                  PIC X(03).
073200     05  SCTLO                   PIC X(01).
073300     05  FILLER                  PIC X(03).
073400     05  SADMO                   PIC X(01).
073500     05  FILLER                  PIC X(03).
073600     05  SSENO                   PIC X(08).
073700     05  FILLER                  PIC X(03).
073800     05  SSITO                   PIC X(30).
073900     05  FILLER                  PIC X(03).
074000     05  SUASO                   PIC X(30).
074100     05  FILLER                  PIC X(03).
074200     05  SDSEO                   PIC X(30).
074300     05  FILLER                  PIC X(03).
074400     05  STENO                   PIC X(02).
074500     05  FILLER                  PIC X(03).
074600     05  SINCO                   PIC X(10).
074700     05  FILLER                  PIC X(03).
074800     05  SALTO                   PIC X(30).
074900     05  FILLER                  PIC X(03).
075000     05  MSGAO                   PIC X(79).
