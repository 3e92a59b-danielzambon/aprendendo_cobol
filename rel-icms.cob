            ==VL-CLIENTE==       BY ==VA-CLIENTE==
            ==VL-UF-DESTINO==    BY ==VA-UF-DESTINO==
            ==VL-ICMS==          BY ==VA-ICMS==
            ==VL-FILIAL==        BY ==VA-FILIAL==
            ==VL-EXECUCAO==      BY ==VA-EXECUCAO==.

       WORKING-STORAGE SECTION.

