      *         pediu rastro depois de uma reclamacao de nota alterada
      *         que ninguem conseguiu investigar. O DESAFIOM2 grava no
      *         NOTAAUD o antes/depois de cada regravacao de REG-NOTA
      *         (e o CDCONSDEC as decisoes do conselho, o CDREVNOT as
      *         revisoes de nota deferidas, o CDTRANSF as notas
      *         trazidas de outra escola); este relatorio, no molde
      *         do CDAUDREL, filtra por termo (NOTAUD_TERMO), aluno
      *         (NOTAUD_ALUNO) e faixa de datas (NOTAUD_DATA_INI/
      *         NOTAUD_DATA_FIM), em branco = sem filtro, e imprime
      *         cada mudanca com notas, media, status, operador,
      *         data/hora e origem (T tela, L lote, C conselho,
      *         R revisao, X transferencia).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
