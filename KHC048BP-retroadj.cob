       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC048BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 確定済月遡及差額調整データ作成.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004838) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT 調整データファイル ASSIGN TO RETROADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-調整状態.
           SELECT OPTIONAL 差額リストファイル
               ASSIGN TO RETROLST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-差額状態.
       DATA DIVISION.
       FILE SECTION.
       FD  調整データファイル.
       01  調整データレコード         PIC  X(100).
       FD  差額リストファイル.
       01  差額リストレコード         PIC  X(132).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC048BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 13.

       01  W-プレビューモード区分    PIC  X(001) VALUE '0'.
           88  プレビューモードである         VALUE '1'.
       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

       01  W-調整状態                PIC  X(002) VALUE SPACE.
       01  W-差額状態                PIC  X(002) VALUE SPACE.
       01  W-確定月終了区分          PIC  X(001) VALUE '0'.
           88  確定月カーソル終了である       VALUE '1'.
       01  W-台帳終了区分            PIC  X(001) VALUE '0'.
           88  台帳カーソル終了である         VALUE '1'.
       01  W-実績終了区分            PIC  X(001) VALUE '0'.
           88  実績カーソル終了である         VALUE '1'.
       01  W-差額有無区分            PIC  X(001) VALUE '0'.
           88  差額ありである                 VALUE '1'.
       01  W-実績一致区分            PIC  X(001) VALUE '0'.
           88  実績一致である                 VALUE '1'.

       01  W-台帳キー                PIC  X(012) VALUE SPACE.
       01  W-前台帳キー              PIC  X(012) VALUE SPACE.
       01  W-実績キー                PIC  X(012) VALUE SPACE.
       01  W-月番号                  PIC  9(002) VALUE 0.
       01  W-項目添字                PIC  9(002) VALUE 0.
       01  W-金添字                  PIC  9(003) VALUE 0.

      ** 件数(確定月単位・環境単位・全体)

       01  W-月比較件数              PIC  9(007) VALUE 0.
       01  W-月差額件数              PIC  9(007) VALUE 0.
       01  W-月台帳外件数            PIC  9(007) VALUE 0.
       01  W-月列外件数              PIC  9(007) VALUE 0.
       01  W-環境確定月数            PIC  9(005) VALUE 0.
       01  W-環境差額件数            PIC  9(011) VALUE 0.
       01  W-確定月合計              PIC  9(007) VALUE 0.
       01  W-台帳なし合計            PIC  9(007) VALUE 0.
       01  W-比較合計                PIC  9(009) VALUE 0.
       01  W-差額合計                PIC  9(009) VALUE 0.

      ** 出帳-明細部の金額部(14群×15列)。確定月の月
      ** 番号の列を当年出荷〜当年純売上(9〜13群目)か
      ** ら取り出す。

       01  W-台帳金額域.
           03  W-台帳金額 OCCURS 210 TIMES  PIC S9(011).

      ** 比較項目(1:出荷 2:Ａ返 3:Ｂ返 4:移返 5:純売上)

       01  W-差額表.
           03  W-差額項目 OCCURS 5 TIMES.
             05  W-確定額             PIC S9(011).
             05  W-現在額             PIC S9(011).
             05  W-既出額             PIC S9(011).
       01  W-調整合計表.
           03  W-調整合計 OCCURS 5 TIMES  PIC S9(013).

       01  W-区分名定数.
           03  FILLER                 PIC  X(12) VALUE '確定台帳'.
           03  FILLER                 PIC  X(12) VALUE '現在実績'.
           03  FILLER                 PIC  X(12) VALUE '既出力額'.
           03  FILLER                 PIC  X(12) VALUE '今回差額'.
       01  W-区分名表 REDEFINES W-区分名定数.
           03  W-区分名 OCCURS 4 TIMES     PIC  X(12).

      ** 差額リスト

       01  W-月見出し行.
           03  FILLER                 PIC  X(35) VALUE
               '＜遡及差額＞ 確定年月='.
           03  W-月見-年月            PIC  X(06).
           03  FILLER                 PIC  X(14) VALUE
               ' 台帳世代='.
           03  W-月見-世代            PIC  X(14).
           03  FILLER                 PIC  X(14) VALUE
               ' 計上年月='.
           03  W-月見-計上年月        PIC  X(06).
           03  FILLER                 PIC  X(08) VALUE ' ＤＢ='.
           03  W-月見-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(27) VALUE SPACE.

       01  W-列見出し行.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(06) VALUE '年月'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(10) VALUE '得意先'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(02) VALUE 'BR'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(12) VALUE '区分'.
           03  FILLER                 PIC  X(16) VALUE
               '          出荷'.
           03  FILLER                 PIC  X(16) VALUE
               '          Ａ返'.
           03  FILLER                 PIC  X(16) VALUE
               '          Ｂ返'.
           03  FILLER                 PIC  X(16) VALUE
               '          移返'.
           03  FILLER                 PIC  X(16) VALUE
               '       純売上'.
           03  FILLER                 PIC  X(18) VALUE SPACE.

       01  W-差額行.
           03  FILLER                 PIC  X(01).
           03  W-差-年月              PIC  X(06).
           03  FILLER                 PIC  X(01).
           03  W-差-店                PIC  X(10).
           03  FILLER                 PIC  X(01).
           03  W-差-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01).
           03  W-差-区分名            PIC  X(12).
           03  W-差-金額群 OCCURS 5 TIMES.
             05  FILLER               PIC  X(01).
             05  W-差-金額            PIC  -ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC  X(18).

       01  W-月計行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  FILLER                 PIC  X(13) VALUE '比較件数='.
           03  W-月計-比較            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 差額件数='.
           03  W-月計-差額            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(20) VALUE
               ' 実績のみ件数='.
           03  W-月計-台帳外          PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 列外件数='.
           03  W-月計-列外            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(41) VALUE SPACE.

       01  W-遡及注記行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  W-遡注-文言            PIC  X(60).
           03  FILLER                 PIC  X(70) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-確定年月                PIC  X(6).
       01  W-実行開始時刻            PIC  X(14).
       01  W-現行時刻                PIC  X(14).
       01  W-台帳世代                PIC  X(14).
       01  W-世代時刻                PIC  X(14).
       01  W-台帳件数                PIC  9(9).
       01  W-実績店コード            PIC  X(10).
       01  W-実績ブランド            PIC  X(2).
       01  W-記録店コード            PIC  X(10).
       01  W-記録ブランド            PIC  X(2).
       01  W-実績値域.
           03  W-実績出荷            PIC S9(011).
           03  W-実績Ａ返            PIC S9(011).
           03  W-実績Ｂ返            PIC S9(011).
           03  W-実績移返            PIC S9(011).
           03  W-実績純売上          PIC S9(011).
       01  W-実績値表 REDEFINES W-実績値域.
           03  W-実績値 OCCURS 5 TIMES     PIC S9(011).
       01  W-既出値域.
           03  W-既出出荷            PIC S9(011).
           03  W-既出Ａ返            PIC S9(011).
           03  W-既出Ｂ返            PIC S9(011).
           03  W-既出移返            PIC S9(011).
           03  W-既出純売上          PIC S9(011).
       01  W-既出値表 REDEFINES W-既出値域.
           03  W-既出値 OCCURS 5 TIMES     PIC S9(011).
       01  W-今回値域.
           03  W-今回出荷            PIC S9(011).
           03  W-今回Ａ返            PIC S9(011).
           03  W-今回Ｂ返            PIC S9(011).
           03  W-今回移返            PIC S9(011).
           03  W-今回純売上          PIC S9(011).
       01  W-今回値表 REDEFINES W-今回値域.
           03  W-今回値 OCCURS 5 TIMES     PIC S9(011).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.
           EXEC SQL INCLUDE HCX0320.CBL      END-EXEC.
           EXEC SQL INCLUDE HCX0340.CBL      END-EXEC.

      ** 確定月カーソル定義

           EXEC SQL DECLARE 確定月CUR CURSOR FOR
             SELECT K.対象年月区分
               FROM XAT_KAKUTEI_LOCK K
              WHERE K.確定区分 = '1'
              ORDER BY K.対象年月区分
           END-EXEC.

      ** 確定台帳カーソル定義
      ** 確定月の台帳行を、現行台帳に残っていれば現
      ** 行台帳から、翌月以降の再構築で退避済みであ
      ** れば最新の退避世代から取り出す。出力済み差
      ** 額(XAT_RETRO_DIFF)の累計を店×ブランドで付
      ** け、同じ差額を再度出さないようにする。

           EXEC SQL DECLARE 台帳CUR CURSOR FOR
             SELECT L.*
                   ,NVL(R.出荷差額,0)
                   ,NVL(R.Ａ返差額,0)
                   ,NVL(R.Ｂ返差額,0)
                   ,NVL(R.移返差額,0)
                   ,NVL(R.純売上差額,0)
               FROM
                   (SELECT TD.*
                          ,:W-現行時刻 AS 実行開始時刻
                      FROM HCT_OUT_MISE_DFILE_NEW TD
                     WHERE TD.対象年月 = :W-確定年月
                       AND :W-台帳世代 = :W-現行時刻
                    UNION ALL
                    SELECT TH.*
                      FROM HCT_OUT_MISE_DFILE_HIST TH
                     WHERE TH.対象年月     = :W-確定年月
                       AND TH.実行開始時刻 = :W-台帳世代
                   ) L
                  ,(SELECT R1.得意先コード店マター
                          ,R1.ブランドコード
                          ,SUM(R1.出荷差額)   AS 出荷差額
                          ,SUM(R1.Ａ返差額)   AS Ａ返差額
                          ,SUM(R1.Ｂ返差額)   AS Ｂ返差額
                          ,SUM(R1.移返差額)   AS 移返差額
                          ,SUM(R1.純売上差額) AS 純売上差額
                      FROM XAT_RETRO_DIFF R1
                     WHERE R1.DB接続先     = :DB-NAME
                       AND R1.対象年月区分 = :W-確定年月
                     GROUP BY R1.得意先コード店マター
                             ,R1.ブランドコード
                   ) R
              WHERE L.得意先コード店マター
                    = R.得意先コード店マター (+)
                AND L.ブランドコード
                    = R.ブランドコード (+)
              ORDER BY L.得意先コード店マター
                      ,L.ブランドコード
                      ,L.チャネル区分
           END-EXEC.

      ** 現在実績カーソル定義
      ** 確定月の売上実績を、帳票追加処理のS集計と
      ** 同じく確定月時点の店コード付替え(連鎖を最
      ** 終の付替え先まで展開)・売上ブランド変換・
      ** 除外ブランドを適用して店×台帳ブランドで集
      ** 計する。

           EXEC SQL DECLARE 実績CUR CURSOR FOR
             SELECT NVL(K5.新店コード,
                        S1.得意先コード店マター)
                   ,NVL(D5.ブランド変換コード,
                        S1.ブランドコード)
                   ,NVL(SUM(S1.出荷品額),0)
                   ,NVL(SUM(S1.Ａ返品額),0)
                   ,NVL(SUM(S1.Ｂ返品額),0)
                   ,NVL(SUM(S1.移返品額),0)
                   ,NVL(SUM(S1.純売上額),0)
               FROM
                  HCT_SALES_PERFORMANCE  S1
                ,(SELECT  変換元コード
                          AS ブランドコード
                        ,変換先コード
                          AS ブランド変換コード
                    FROM XAT_BRAND_MAP M
                   WHERE M.用途区分 = '1'
                     AND M.対象年月区分
                        <= :W-確定年月
                     AND M.対象年月区分 =
                         (SELECT MAX(M2.対象年月区分)
                            FROM XAT_BRAND_MAP M2
                           WHERE M2.用途区分
                                 = M.用途区分
                             AND M2.変換元コード
                                 = M.変換元コード
                             AND M2.対象年月区分
                                <= :W-確定年月)
                 ) D5
                ,(SELECT CONNECT_BY_ROOT E.旧店コード
                          AS 旧店コード
                        ,E.新店コード
                    FROM
                         (SELECT M.旧店コード
                                ,M.新店コード
                            FROM XAT_MISE_TSUKEKAE M
                           WHERE M.対象年月区分
                              <= :W-確定年月
                             AND M.対象年月区分 =
                                 (SELECT MAX(M2.対象年月区分)
                                    FROM XAT_MISE_TSUKEKAE M2
                                   WHERE M2.旧店コード
                                         = M.旧店コード
                                     AND M2.対象年月区分
                                        <= :W-確定年月)
                             AND M.旧店コード <> M.新店コード
                         ) E
                   WHERE CONNECT_BY_ISLEAF = 1
                 CONNECT BY NOCYCLE
                         PRIOR E.新店コード = E.旧店コード
                 ) K5
              WHERE
                    S1.対象年月 = :W-確定年月
                AND S1.ブランドコード
                    = D5.ブランドコード (+)
                AND S1.得意先コード店マター
                    = K5.旧店コード (+)
                AND S1.ブランドコード
                    NOT IN ('90', '91', '92')
                AND NVL(D5.ブランド変換コード,
                        S1.ブランドコード)
                    NOT IN
                    (SELECT 変換元コード
                       FROM XAT_BRAND_EXCL
                      WHERE 対象年月区分
                        <= :W-確定年月)
              GROUP BY NVL(K5.新店コード,
                           S1.得意先コード店マター)
                      ,NVL(D5.ブランド変換コード,
                           S1.ブランドコード)
              ORDER BY 1, 2
           END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

      ** メイン制御
      ** 経理確定済の各対象年月について、確定時点の
      ** 台帳金額と現在の売上実績を店×ブランドで比
      ** べ、未出力の差額を翌月調整データ(RETROADJ)
      ** と差額リスト(RETROLST)へ出力し、出力済み差
      ** 額としてXAT_RETRO_DIFFへ記録する。台帳は更
      ** 新しない。

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別遡及処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'RETRO-MON='   TO D-カウント区分
           MOVE W-確定月合計    TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'RETRO-NLG='   TO D-カウント区分
           MOVE W-台帳なし合計  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'RETRO-CMP='   TO D-カウント区分
           MOVE W-比較合計      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'RETRO-DIF='   TO D-カウント区分
           MOVE W-差額合計      TO D-カウント
           CALL KXU002SC    USING D-ログ域

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別遡及処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.

           ACCEPT  W-実行開始時刻(1:8)  FROM DATE YYYYMMDD.
           ACCEPT  W-実行開始時刻(9:6)  FROM TIME.
           MOVE  ALL '9'      TO W-現行時刻

           IF プレビューモードである
             THEN
               MOVE 'PREVIEW実行中 調整データ作成なし' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
           END-IF

      ** 複数環境指定時は2環境目以降を追記とし、調
      ** 整データは環境単位にヘッダ、トレーラを出
      ** す。

           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 差額リストファイル
             ELSE
               OPEN EXTEND 差額リストファイル
           END-IF
           IF W-差額状態 NOT = '00'
             THEN
               PERFORM 差額リストエラー処理
           END-IF

           IF プレビューモードである
             THEN
               CONTINUE
             ELSE
               IF W-環境コード添字 = 1
                 THEN
                   OPEN OUTPUT 調整データファイル
                 ELSE
                   OPEN EXTEND 調整データファイル
               END-IF
               IF W-調整状態 NOT = '00'
                 THEN
                   PERFORM 調整データエラー処理
               END-IF
               MOVE  SPACE          TO 調整ファイルレコード
               MOVE  'H'            TO 調整-レコード区分
               MOVE  DB-NAME        TO 調整-ヘッダＤＢ接続先
               MOVE  WK対象年月区分
                    TO 調整-ヘッダ計上年月
               MOVE  W-実行開始時刻 TO 調整-作成日時
               PERFORM 調整データ出力処理
           END-IF

           MOVE  0            TO W-環境確定月数
           MOVE  0            TO W-環境差額件数
           MOVE  0            TO W-調整合計(1)
           MOVE  0            TO W-調整合計(2)
           MOVE  0            TO W-調整合計(3)
           MOVE  0            TO W-調整合計(4)
           MOVE  0            TO W-調整合計(5)

           MOVE  '0'          TO W-確定月終了区分
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME OPEN 確定月CUR END-EXEC.
           PERFORM 確定月取出処理
               UNTIL 確定月カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 確定月CUR END-EXEC.

           IF プレビューモードである
             THEN
               CONTINUE
             ELSE
               MOVE  SPACE          TO 調整ファイルレコード
               MOVE  'T'            TO 調整-レコード区分
               MOVE  W-環境差額件数 TO 調整-件数
               MOVE  W-調整合計(1)  TO 調整-出荷差額合計
               MOVE  W-調整合計(2)  TO 調整-Ａ返差額合計
               MOVE  W-調整合計(3)  TO 調整-Ｂ返差額合計
               MOVE  W-調整合計(4)  TO 調整-移返差額合計
               MOVE  W-調整合計(5)  TO 調整-純売上差額合計
               PERFORM 調整データ出力処理
               CLOSE 調整データファイル
               IF W-調整状態 NOT = '00'
                 THEN
                   PERFORM 調整データエラー処理
               END-IF
           END-IF

           CLOSE 差額リストファイル
           IF W-差額状態 NOT = '00'
             THEN
               PERFORM 差額リストエラー処理
           END-IF

           MOVE 'RETRO-ENV='   TO D-カウント区分
           MOVE W-環境確定月数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'RETRO-ADJ='   TO D-カウント区分
           MOVE W-環境差額件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧
           MOVE  '0'          TO W-プレビューモード区分

           PERFORM  引数取込処理  VARYING W-引数添字 FROM
               1 BY 1
               UNTIL W-引数添字 > ARGCNT

           IF W-環境コード件数 = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------

      ** 引数は環境コード(8桁以内)・PREVIEWの混在を
      ** 許す。

           MOVE  SPACE        TO ARGDATA
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               EVALUATE TRUE
                 WHEN ARGDATA = 'PREVIEW '
                   MOVE  '1'              TO
                       W-プレビューモード区分
                 WHEN OTHER
                   ADD  1                 TO W-環境コード件数
                   MOVE ARGDATA           TO
                       W-環境コード(W-環境コード件数)
               END-EVALUATE
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------

      ** HCM501の対象年月区分を調整データの計上年月
      ** とする。

           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.

      *-----------------------------------------------------------------
       確定月取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 確定月CUR
              INTO :W-確定年月
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 確定月カーソル終了である  TO TRUE
             ELSE
               ADD  1  TO W-環境確定月数
               ADD  1  TO W-確定月合計
               PERFORM 確定月処理
           END-IF.

      *-----------------------------------------------------------------
       確定月処理.
      *-----------------------------------------------------------------
           PERFORM 台帳世代特定処理

           MOVE  W-確定年月       TO W-月見-年月
           MOVE  WK対象年月区分   TO W-月見-計上年月
           MOVE  DB-NAME          TO W-月見-ＤＢ接続先
           IF W-台帳世代 = W-現行時刻
             THEN
               MOVE '現行台帳'     TO W-月見-世代
             ELSE
               MOVE  W-台帳世代    TO W-月見-世代
           END-IF
           WRITE 差額リストレコード FROM W-月見出し行
               AFTER ADVANCING PAGE
           PERFORM 差額リスト状態確認処理

           IF W-台帳世代 = SPACE
             THEN
               ADD  1  TO W-台帳なし合計
               MOVE
                '確定月の台帳なし(現行・退避世代とも)'
                                  TO W-遡注-文言
               WRITE 差額リストレコード FROM W-遡及注記行
                   AFTER ADVANCING 2 LINES
               PERFORM 差額リスト状態確認処理
               MOVE '確定台帳なし 年月=' TO D-メッセージ域
               MOVE  W-確定年月    TO D-メッセージ域(27:6)
               CALL KXU002SC  USING  D-ログ域
             ELSE
               PERFORM 確定月比較処理
           END-IF.

      *-----------------------------------------------------------------
       台帳世代特定処理.
      *-----------------------------------------------------------------

      ** 確定月の行が現行台帳に残っていれば現行台帳
      ** を、無ければその月の行を持つ最新の退避世代
      ** を確定時点の台帳とする。確定月は再構築され
      ** ず、世代削除の対象外でもある。

           MOVE  0            TO W-台帳件数
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-台帳件数
               FROM HCT_OUT_MISE_DFILE_NEW TD
              WHERE TD.対象年月 = :W-確定年月
           END-EXEC.

           IF W-台帳件数 > 0
             THEN
               MOVE  W-現行時刻    TO W-台帳世代
             ELSE
               EXEC SQL AT :DB-NAME
                 SELECT NVL(MAX(TH.実行開始時刻), ' ')
                   INTO :W-台帳世代
                   FROM HCT_OUT_MISE_DFILE_HIST TH
                  WHERE TH.対象年月 = :W-確定年月
               END-EXEC
           END-IF.

      *-----------------------------------------------------------------
       確定月比較処理.
      *-----------------------------------------------------------------
           WRITE 差額リストレコード FROM W-列見出し行
               AFTER ADVANCING 2 LINES
           PERFORM 差額リスト状態確認処理

           MOVE  0            TO W-月比較件数
           MOVE  0            TO W-月差額件数
           MOVE  0            TO W-月台帳外件数
           MOVE  0            TO W-月列外件数
           MOVE  SPACE        TO W-前台帳キー
           MOVE  W-確定年月(5:2)  TO W-月番号
           MOVE  '0'          TO W-台帳終了区分
           MOVE  '0'          TO W-実績終了区分

      ** 台帳行(店×ブランド×チャネル順)を主に、同じ
      ** 並びの現在実績を突き合わせる。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME OPEN 台帳CUR END-EXEC.
           EXEC SQL AT :DB-NAME OPEN 実績CUR END-EXEC.
           PERFORM 実績取出処理
           PERFORM 台帳取出処理
               UNTIL 台帳カーソル終了である
           PERFORM 実績読飛ばし処理
               UNTIL 実績カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 実績CUR END-EXEC.
           EXEC SQL AT :DB-NAME CLOSE 台帳CUR END-EXEC.

           MOVE  W-月比較件数     TO W-月計-比較
           MOVE  W-月差額件数     TO W-月計-差額
           MOVE  W-月台帳外件数   TO W-月計-台帳外
           MOVE  W-月列外件数     TO W-月計-列外
           WRITE 差額リストレコード FROM W-月計行
               AFTER ADVANCING 2 LINES
           PERFORM 差額リスト状態確認処理

           IF W-月列外件数 > 0
             THEN
               MOVE '台帳年度不一致 比較対象外 年月=' TO
                   D-メッセージ域
               MOVE  W-確定年月    TO D-メッセージ域(46:6)
               CALL KXU002SC  USING  D-ログ域
           END-IF.

      *-----------------------------------------------------------------
       実績取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 実績CUR
              INTO :W-実績店コード, :W-実績ブランド,
                   :W-実績出荷, :W-実績Ａ返, :W-実績Ｂ返,
                   :W-実績移返, :W-実績純売上
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 実績カーソル終了である  TO TRUE
               MOVE  HIGH-VALUE    TO W-実績キー
             ELSE
               MOVE  W-実績店コード  TO W-実績キー(1:10)
               MOVE  W-実績ブランド  TO W-実績キー(11:2)
           END-IF.

      *-----------------------------------------------------------------
       実績読飛ばし処理.
      *-----------------------------------------------------------------

      ** 台帳に行の無い店×ブランドの実績は再構築で
      ** も台帳に載らないため、件数だけ数える。

           ADD  1  TO W-月台帳外件数
           PERFORM 実績取出処理.

      *-----------------------------------------------------------------
       台帳取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 台帳CUR
              INTO :出帳-明細部, :W-世代時刻,
                   :W-既出出荷, :W-既出Ａ返, :W-既出Ｂ返,
                   :W-既出移返, :W-既出純売上
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 台帳カーソル終了である  TO TRUE
             ELSE
               MOVE  出帳-得意先コード店マター
                   TO W-台帳キー(1:10)
               MOVE  出帳-ブランドコード
                   TO W-台帳キー(11:2)

      ** 同じ店×ブランドのチャネル別行は同じ実績を
      ** 持つため、最初の行だけを比べる。

               IF W-台帳キー = W-前台帳キー
                 THEN
                   CONTINUE
                 ELSE
                   MOVE  W-台帳キー  TO W-前台帳キー
                   PERFORM 差額判定処理
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       差額判定処理.
      *-----------------------------------------------------------------
           PERFORM 実績読飛ばし処理
               UNTIL W-実績キー NOT < W-台帳キー
           IF W-実績キー = W-台帳キー
             THEN
               MOVE  '1'          TO W-実績一致区分
             ELSE
               MOVE  '0'          TO W-実績一致区分
           END-IF

      ** 台帳の当年列は年度||列番号の月を持つ。年度
      ** が確定月の年と異なる行は確定月の列を持たな
      ** いため比較しない。

           IF 出帳-年度 NOT = W-確定年月(1:4)
             THEN
               ADD  1  TO W-月列外件数
             ELSE
               ADD  1  TO W-月比較件数
               ADD  1  TO W-比較合計
               MOVE  出帳-明細部(106:2310)  TO W-台帳金額域
               MOVE  '0'          TO W-差額有無区分
               PERFORM 項目差額計算処理
                   VARYING W-項目添字 FROM 1 BY 1
                   UNTIL W-項目添字 > 5
               IF 差額ありである
                 THEN
                   PERFORM 差額出力処理
               END-IF
           END-IF

           IF 実績一致である
             THEN
               PERFORM 実績取出処理
           END-IF.

      *-----------------------------------------------------------------
       項目差額計算処理.
      *-----------------------------------------------------------------

      ** 比較項目nは当年出荷から数えてn番目の金額群
      ** (8+n群目)の確定月の列。

           COMPUTE W-金添字 = (W-項目添字 + 7) * 15 + W-月番号
           MOVE  W-台帳金額(W-金添字)
               TO W-確定額(W-項目添字)
           IF 実績一致である
             THEN
               MOVE  W-実績値(W-項目添字)
                   TO W-現在額(W-項目添字)
             ELSE
               MOVE  0             TO W-現在額(W-項目添字)
           END-IF
           MOVE  W-既出値(W-項目添字)
               TO W-既出額(W-項目添字)
           COMPUTE W-今回値(W-項目添字)
                 = W-現在額(W-項目添字)
                 - W-確定額(W-項目添字)
                 - W-既出額(W-項目添字)
           IF W-今回値(W-項目添字) NOT = 0
             THEN
               SET 差額ありである  TO TRUE
           END-IF.

      *-----------------------------------------------------------------
       差額出力処理.
      *-----------------------------------------------------------------
           ADD  1  TO W-月差額件数
           ADD  1  TO W-環境差額件数
           ADD  1  TO W-差額合計

           MOVE  SPACE              TO W-差額行
           MOVE  W-確定年月         TO W-差-年月
           MOVE  出帳-得意先コード店マター  TO W-差-店
           MOVE  出帳-ブランドコード
               TO W-差-ブランド
           MOVE  W-区分名(1)        TO W-差-区分名
           PERFORM 確定額編集処理
               VARYING W-項目添字 FROM 1 BY 1
               UNTIL W-項目添字 > 5
           WRITE 差額リストレコード FROM W-差額行
               AFTER ADVANCING 2 LINES
           PERFORM 差額リスト状態確認処理

           MOVE  SPACE              TO W-差額行
           MOVE  W-区分名(2)        TO W-差-区分名
           PERFORM 現在額編集処理
               VARYING W-項目添字 FROM 1 BY 1
               UNTIL W-項目添字 > 5
           WRITE 差額リストレコード FROM W-差額行
               AFTER ADVANCING 1 LINE
           PERFORM 差額リスト状態確認処理

           MOVE  SPACE              TO W-差額行
           MOVE  W-区分名(3)        TO W-差-区分名
           PERFORM 既出額編集処理
               VARYING W-項目添字 FROM 1 BY 1
               UNTIL W-項目添字 > 5
           WRITE 差額リストレコード FROM W-差額行
               AFTER ADVANCING 1 LINE
           PERFORM 差額リスト状態確認処理

           MOVE  SPACE              TO W-差額行
           MOVE  W-区分名(4)        TO W-差-区分名
           PERFORM 今回額編集処理
               VARYING W-項目添字 FROM 1 BY 1
               UNTIL W-項目添字 > 5
           WRITE 差額リストレコード FROM W-差額行
               AFTER ADVANCING 1 LINE
           PERFORM 差額リスト状態確認処理

           IF プレビューモードである
             THEN
               CONTINUE
             ELSE
               PERFORM 調整データ明細処理
               PERFORM 差額記録処理
           END-IF.

      *-----------------------------------------------------------------
       確定額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-確定額(W-項目添字)
               TO W-差-金額(W-項目添字).

      *-----------------------------------------------------------------
       現在額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-現在額(W-項目添字)
               TO W-差-金額(W-項目添字).

      *-----------------------------------------------------------------
       既出額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-既出額(W-項目添字)
               TO W-差-金額(W-項目添字).

      *-----------------------------------------------------------------
       今回額編集処理.
      *-----------------------------------------------------------------
           MOVE  W-今回値(W-項目添字)
               TO W-差-金額(W-項目添字)
           ADD  W-今回値(W-項目添字)
               TO W-調整合計(W-項目添字).

      *-----------------------------------------------------------------
       調整データ明細処理.
      *-----------------------------------------------------------------
           MOVE  SPACE              TO 調整ファイルレコード
           MOVE  'D'                TO 調整-レコード区分
           MOVE  WK対象年月区分     TO 調整-計上年月
           MOVE  W-確定年月         TO 調整-対象年月
           MOVE  出帳-得意先コード店マター
               TO 調整-得意先コード店マター
           MOVE  出帳-ブランドコード
                                    TO 調整-ブランドコード
           MOVE  W-今回出荷         TO 調整-出荷差額
           MOVE  W-今回Ａ返         TO 調整-Ａ返差額
           MOVE  W-今回Ｂ返         TO 調整-Ｂ返差額
           MOVE  W-今回移返         TO 調整-移返差額
           MOVE  W-今回純売上       TO 調整-純売上差額
           MOVE  DB-NAME            TO 調整-ＤＢ接続先
           PERFORM 調整データ出力処理.

      *-----------------------------------------------------------------
       差額記録処理.
      *-----------------------------------------------------------------

      ** 出力した差額を記録する。次回以降はこの累計
      ** を差し引いた残りだけを差額とする。

           MOVE  出帳-得意先コード店マター
               TO W-記録店コード
           MOVE  出帳-ブランドコード
               TO W-記録ブランド
           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_RETRO_DIFF
               ( DB接続先, 対象年月区分,
                 得意先コード店マター, ブランドコード,
                 計上年月区分, 台帳世代時刻,
                 出荷差額, Ａ返差額, Ｂ返差額, 移返差額,
                 純売上差額, 出力時刻 )
               VALUES
               ( :DB-NAME, :W-確定年月, :W-記録店コード,
                 :W-記録ブランド, :WK対象年月区分,
                 :W-台帳世代,
                 :W-今回出荷, :W-今回Ａ返, :W-今回Ｂ返,
                 :W-今回移返, :W-今回純売上,
                 :W-実行開始時刻 )
           END-EXEC.

      *-----------------------------------------------------------------
       調整データ出力処理.
      *-----------------------------------------------------------------
           WRITE 調整データレコード
               FROM 調整ファイルレコード
           IF W-調整状態 NOT = '00'
             THEN
               PERFORM 調整データエラー処理
           END-IF.

      *-----------------------------------------------------------------
       差額リスト状態確認処理.
      *-----------------------------------------------------------------
           IF W-差額状態 NOT = '00'
             THEN
               PERFORM 差額リストエラー処理
           END-IF.

      *-----------------------------------------------------------------
       調整データエラー処理.
      *-----------------------------------------------------------------
           MOVE '調整データ出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-調整状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       差額リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '差額リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-差額状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.
